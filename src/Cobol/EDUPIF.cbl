      *----------------------------------------------------------------*
      *       EDUPIF.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining the posting interface file  *
      *                 EDUHND01 hands to the posting system, one GDG  *
      *                 generation per validation cycle: a header,     *
      *                 one detail per accepted or released record,    *
      *                 and a trailer, all carrying our feed identity  *
      *                 (provider, feed date, file sequence,           *
      *                 partition 00) so posting can echo it back on   *
      *                 its acknowledgements (EDUPAK). PIF-MATCH-KEY   *
      *                 is the record's natural key - NUMERIC-STRING   *
      *                 on a V1 record, ACCOUNT-ID plus EFFECTIVE-     *
      *                 DATE on a V2 record, the same key EDUDUPF      *
      *                 holds - and PIF-AMOUNT is the record's         *
      *                 PACKED-DIGIT-WITH-COMMA. The trailer proves    *
      *                 the file: detail count, amount total and the   *
      *                 NUMERIC-STRING hash, as EDUCTL's trailer does  *
      *                 for a feed.                                    *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-POSTING-RECORD.
           03  PIF-RECORD-TYPE            PIC X(3).
               88 PIF-TYPE-HEADER         VALUE 'HDR'.
               88 PIF-TYPE-DETAIL         VALUE 'DTL'.
               88 PIF-TYPE-TRAILER        VALUE 'TRL'.
           03  PIF-FEED-IDENTITY          PIC X(24).
           03  PIF-DETAIL-DATA.
               05 PIF-ITEM-SEQUENCE       PIC 9(9).
               05 PIF-LAYOUT-VERSION      PIC X(2).
                  88 PIF-LAYOUT-V1        VALUE '01'.
                  88 PIF-LAYOUT-V2        VALUE '02'.
               05 PIF-MATCH-KEY           PIC X(18).
               05 PIF-NUMERIC-STRING      PIC 9(18).
               05 PIF-ACCOUNT-ID          PIC X(10).
               05 PIF-EFFECTIVE-DATE      PIC 9(8).
               05 PIF-AMOUNT              PIC 9(12)V9(3).
               05 PIF-RESULT-CODE         PIC S9(5)
                                          SIGN IS LEADING SEPARATE.
           03  PIF-HEADER-DATA REDEFINES PIF-DETAIL-DATA.
               05 PIF-HANDOFF-DATE        PIC 9(8).
               05 PIF-HANDOFF-TIME        PIC 9(6).
               05 PIF-SENDING-SYSTEM      PIC X(8).
               05 FILLER                  PIC X(64).
           03  PIF-TRAILER-DATA REDEFINES PIF-DETAIL-DATA.
               05 PIF-DETAIL-COUNT        PIC 9(9).
               05 PIF-AMOUNT-TOTAL        PIC 9(15)V9(3).
               05 PIF-HASH-NUMERIC        PIC 9(16).
               05 FILLER                  PIC X(43).

      *----------------------------------------------------------------*
