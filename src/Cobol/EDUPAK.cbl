      *----------------------------------------------------------------*
      *       EDUPAK.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one record of the posting   *
      *                 acknowledgement file the posting system sends  *
      *                 back for an EDUPIF handoff: one 'ACK' record   *
      *                 per item it posted, echoing our feed identity  *
      *                 and the item's match key, with the amount it   *
      *                 actually posted and its own reference. Any     *
      *                 other record type (posting's own header and    *
      *                 trailer) is passed over by EDUACK01.           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-POSTING-ACK-RECORD.
           03  PAK-RECORD-TYPE            PIC X(3).
               88 PAK-TYPE-ACK            VALUE 'ACK'.
           03  PAK-FEED-IDENTITY          PIC X(24).
           03  PAK-LAYOUT-VERSION         PIC X(2).
           03  PAK-MATCH-KEY              PIC X(18).
           03  PAK-POSTED-AMOUNT          PIC 9(12)V9(3).
           03  PAK-POSTING-DATE           PIC 9(8).
           03  PAK-POSTING-REFERENCE      PIC X(16).

      *----------------------------------------------------------------*
