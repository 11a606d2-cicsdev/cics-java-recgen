      *                 human sees it even with no automation hooked   *
      *                 up. EDUFCHK raises kind 'M' onto the same      *
      *                 queue for a provider whose expected feed is    *
      *                 missing at cutoff, and EDUHLDA kind 'V' for a  *
      *                 feed the volume gate has held.                 *
      *       HISTORY :                                                *
      *        02/09/26  RC  Kind 'M' (missing feed) added, with the  *
      *                      full provider id appended behind the     *
      *                      original fields - record grows 34 to 42  *
      *                      bytes; the count/threshold/window fields *
      *                      are zero on a kind 'M' alert.             *
      *        15/10/26  RC  Kind 'V' (feed held by the volume         *
      *                      gate) added, raised by the EHLA sweep     *
      *                      (EDUHLDA) from EDUHLDF; keyed and zeroed  *
      *                      like kind 'M'.                            *
      *----------------------------------------------------------------*

       01  EDU-ALERT-RECORD.
               88 ALR-KIND-TERMINAL       VALUE 'T'.
               88 ALR-KIND-RESULT-CODE    VALUE 'C'.
               88 ALR-KIND-MISSING-FEED   VALUE 'M'.
               88 ALR-KIND-VOLUME-HOLD    VALUE 'V'.
      *        ALR-KEY carries the AUD-TERMID (kind 'T'), the
      *        result code as signed display digits (kind 'C'), or
      *        the first six of the provider id (kinds 'M' and 'V' -
      *        the full id is in ALR-PROVIDER-ID).
           03  ALR-KEY                    PIC X(6).
           03  ALR-REJECT-COUNT           PIC S9(5).
           03  ALR-THRESHOLD              PIC S9(5).
