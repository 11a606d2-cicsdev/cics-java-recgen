      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  03 / 03 / 2023                                *
      *       VERSION :  1.2                                           *
      *       HISTORY :                                                *
      *        22/08/26  RC  Accepted-with-warnings outcome ('W')     *
      *                      totalled separately from accepted and    *
      *                      rejected. Terminal lookup left its index *
      *                      one entry past a match; corrected.        *
      *        15/10/26  RC  EDUAUDF record grew from 40 to 41 bytes   *
      *                      with the account daily limit flag         *
      *                      (AUD-FLG-ACCOUNT-LIMIT).                  *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUAUDF
           RECORD CONTAINS 41 CHARACTERS.
           COPY EDUAUD.

       WORKING-STORAGE SECTION.
