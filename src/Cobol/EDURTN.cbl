      *       HISTORY :                                                *
      *        02/09/26  RC  ACCOUNT-MASTER flag joins the failure    *
      *                      flags - record grows 138 to 139 bytes.    *
      *        15/10/26  RC  ACCOUNT-LIMIT flag joins the failure      *
      *                      flags - record grows 139 to 140 bytes.    *
      *----------------------------------------------------------------*

       01  EDU-RETURN-RECORD.
      *        104 (V1) or 124 (V2 with the EDUCP2 extension).
           03  RTN-RECORD-LENGTH          PIC 9(3).
           03  RTN-FAILURE-FLAGS          PIC X(11).
           03  RTN-LAYOUT-VERSION         PIC X(2).
           03  RTN-FEED-RECORD            PIC X(124).

