      *                      instead of being wiped - record grows    *
      *                      136 to 178 bytes and the EDUREPLD job no *
      *                      longer deletes the cluster.               *
      *        15/10/26  RC  Natural key added at the end of the       *
      *                      record: the key the reject arrived        *
      *                      under, set by EDUREJLD and never changed  *
      *                      by a repair, so EDUREJF can be reached    *
      *                      by natural key through the                *
      *                      EDU.EDUREJF.NKEY alternate index -        *
      *                      record grows 178 to 196 bytes.            *
      *----------------------------------------------------------------*

       01  EDU-REJECT-FILE-RECORD.
      *        reject.
           03  RJF-PRIOR-KEY              PIC 9(8).
           03  RJF-RESUBMIT-COUNT         PIC 9(2).
      *        NUMERIC-STRING (V1) or ACCOUNT-ID plus EFFECTIVE-DATE
      *        (V2) of the record as it was rejected - the EDUDUPF
      *        natural key. A repair that changes NUMERIC-STRING
      *        comes back, if it bounces, under its new key; the
      *        prior key links the two lives.
           03  RJF-NATURAL-KEY            PIC X(18).

      *----------------------------------------------------------------*
