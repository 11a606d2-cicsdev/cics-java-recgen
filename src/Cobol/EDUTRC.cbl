      *----------------------------------------------------------------*
      *       EDUTRC.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one record of the EDUTRCF   *
      *                 arrival trace (VSAM KSDS keyed on the record's *
      *                 natural key, the feed identity it arrived on   *
      *                 and its record number within that feed), and   *
      *                 of the EDUTRCO file EDUBAT1 writes it to       *
      *                 first. One record per data record EDUBAT1      *
      *                 validates: what it was decided, under which    *
      *                 result code, on which run. EDUTRCLD appends    *
      *                 each run's EDUTRCO to EDUTRCF; the ETRC trace  *
      *                 inquiry (EDUTRCQ) browses it by natural key -  *
      *                 NUMERIC-STRING for V1, ACCOUNT-ID plus         *
      *                 EFFECTIVE-DATE for V2, 18 bytes either way,    *
      *                 the same key the EDUDUPF register uses.        *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-TRACE-RECORD.
           03  TRC-RECORD-KEY.
               05 TRC-NATURAL-KEY         PIC X(18).
               05 TRC-FEED-ID.
                  07 TRC-PROVIDER-ID      PIC X(8).
                  07 TRC-FEED-DATE        PIC 9(8).
                  07 TRC-FILE-SEQUENCE    PIC 9(6).
                  07 TRC-PARTITION-ID     PIC 9(2).
               05 TRC-RECORD-NUMBER       PIC 9(8).
           03  TRC-LAYOUT-VERSION         PIC X(2).
      *        What EDUBAT1 did with the record. A duplicate is a
      *        record that validated but whose key was already on
      *        the EDUDUPF register for the feed date.
           03  TRC-OUTCOME                PIC X.
               88 TRC-OUTCOME-ACCEPTED    VALUE 'A'.
               88 TRC-OUTCOME-WARNED      VALUE 'W'.
               88 TRC-OUTCOME-REJECTED    VALUE 'R'.
               88 TRC-OUTCOME-DUPLICATE   VALUE 'D'.
           03  TRC-RESULT-CODE            PIC S9(5).
      *        Start of the EDUBAT1 run that decided it.
           03  TRC-RUN-DATE               PIC X(8).
           03  TRC-RUN-TIME               PIC X(6).
           03  FILLER                     PIC X(8).

      *----------------------------------------------------------------*
