      *                      added - record grows 39 to 40 bytes;     *
      *                      redefine EDU.EDUAUDF (and the EDUARCH    *
      *                      generations change LRECL) to match.       *
      *        15/10/26  RC  ACCOUNT-LIMIT daily value check flag      *
      *                      added - record grows 40 to 41 bytes;      *
      *                      redefine EDU.EDUAUDF (and the EDUARCH     *
      *                      generations change LRECL) to match.       *
      *----------------------------------------------------------------*

       01  EDU-AUDIT-RECORD.
               05 AUD-FLG-ACCOUNT-ID          PIC X.
               05 AUD-FLG-EFFECTIVE-DATE      PIC X.
               05 AUD-FLG-ACCOUNT-MASTER      PIC X.
               05 AUD-FLG-ACCOUNT-LIMIT       PIC X.
      *        '01' or '02'; which DATA-PAYLOAD layout the caller
      *        sent, so provider migration progress is measurable.
           03  AUD-LAYOUT-VERSION         PIC X(2).
