      *                      covers EFFECTIVE-DATE) so 'unknown       *
      *                      account' reports separately from 'blank  *
      *                      account'.                                 *
      *        15/10/26  RC  Flag for the ACCOUNT-LIMIT daily value    *
      *                      check added ('F' over the limit beyond    *
      *                      its tolerance, 'W' within it), so a       *
      *                      limit breach reports separately from      *
      *                      the amount's own range check.             *
      *----------------------------------------------------------------*

       01  EDU-VALIDATION-RESULT.
                  88 FLG-ACCOUNT-MASTER-OK     VALUE 'O'.
                  88 FLG-ACCOUNT-MASTER-WARNED VALUE 'W'.
                  88 FLG-ACCOUNT-MASTER-SUSPENDED VALUE 'S'.
               05 FLG-ACCOUNT-LIMIT           PIC X.
                  88 FLG-ACCOUNT-LIMIT-FAILED VALUE 'F'.
                  88 FLG-ACCOUNT-LIMIT-OK     VALUE 'O'.
                  88 FLG-ACCOUNT-LIMIT-WARNED VALUE 'W'.
                  88 FLG-ACCOUNT-LIMIT-SUSPENDED VALUE 'S'.

      *----------------------------------------------------------------*
