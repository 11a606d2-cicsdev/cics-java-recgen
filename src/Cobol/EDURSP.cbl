      *                      field flags added.                        *
      *        02/09/26  RC  ACCOUNT-MASTER referential-check flag    *
      *                      added.                                    *
      *        15/10/26  RC  ACCOUNT-LIMIT daily value check flag      *
      *                      added.                                    *
      *----------------------------------------------------------------*

       01  EDU-RESPONSE-AREA.
               05 RSP-FLG-ACCOUNT-ID          PIC X.
               05 RSP-FLG-EFFECTIVE-DATE      PIC X.
               05 RSP-FLG-ACCOUNT-MASTER      PIC X.
               05 RSP-FLG-ACCOUNT-LIMIT       PIC X.
           03  RSP-LAYOUT-VERSION         PIC X(2).

      *----------------------------------------------------------------*
