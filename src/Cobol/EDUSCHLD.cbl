      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  02 / 09 / 2026                                *
      *       VERSION :  1.1                                           *
      *       HISTORY :                                                *
      *        15/10/26  Each provider now carries the EDUCALF        *
      *                  calendar region whose holidays it keeps      *
      *                  (SCH-REGION-ID); record length 19 to 21.     *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUSCHF
           RECORD CONTAINS 21 CHARACTERS.
           COPY EDUSCH.

       WORKING-STORAGE SECTION.
      *           transmission is due.
              05 SEED-EXPECTED-DAYS           PIC X(7).
              05 SEED-CUTOFF-TIME             PIC 9(4).
      *           EDUCALF calendar region; blank for the house
      *           calendar ('HQ').
              05 SEED-REGION-ID               PIC X(2).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      * opens it ACCESS MODE SEQUENTIAL, so these rows must stay in
      * ascending SCH-PROVIDER-ID key order. EREPAIR is the
      * resubmission feed's own identity and is deliberately NOT
      * scheduled - it only runs when there are corrections. The
      * region names the EDUCALF calendar whose holidays the provider
      * keeps; a blank region follows the house calendar.
       LOAD-SEED-TABLE       section.

           MOVE 'ACMEDATA'  TO SEED-PROVIDER-ID(01)
           MOVE 'YYYYYNN'   TO SEED-EXPECTED-DAYS(01)
           MOVE 0430        TO SEED-CUTOFF-TIME(01)
           MOVE 'UK'        TO SEED-REGION-ID(01)
           MOVE 'BRAVOFDS'  TO SEED-PROVIDER-ID(02)
           MOVE 'YYYYYYN'   TO SEED-EXPECTED-DAYS(02)
           MOVE 0500        TO SEED-CUTOFF-TIME(02)
           MOVE 'UK'        TO SEED-REGION-ID(02)
           MOVE 'CHARLIE '  TO SEED-PROVIDER-ID(03)
           MOVE 'NNNNYNN'   TO SEED-EXPECTED-DAYS(03)
           MOVE 0330        TO SEED-CUTOFF-TIME(03)
           MOVE 'US'        TO SEED-REGION-ID(03)
           MOVE 'DELTAFRM'  TO SEED-PROVIDER-ID(04)
           MOVE 'YNYNYNN'   TO SEED-EXPECTED-DAYS(04)
           MOVE 0400        TO SEED-CUTOFF-TIME(04)
           MOVE SPACES      TO SEED-REGION-ID(04).

       OPEN-OUTPUT-FILE      section.

           MOVE SEED-PROVIDER-ID(SCH-IDX)   TO SCH-PROVIDER-ID
           MOVE SEED-EXPECTED-DAYS(SCH-IDX) TO SCH-EXPECTED-DAYS
           MOVE SEED-CUTOFF-TIME(SCH-IDX)   TO SCH-CUTOFF-TIME
           MOVE SEED-REGION-ID(SCH-IDX)     TO SCH-REGION-ID

           WRITE EDU-SCHEDULE-RECORD.

