      *       HISTORY :                                                *
      *        02/09/26  RC  ACCTMST seeded for the account-master    *
      *                      referential check.                        *
      *        15/10/26  RC  ACCTLIM seeded for the account daily      *
      *                      value limit check.                        *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
           03 WS-FILE-STATUS                  PIC X(02).

       01 EDU-PROFILE-TABLE.
           03 EDU-PROFILE-ENTRY OCCURS 11 TIMES
                                INDEXED BY PRF-IDX.
              05 SEED-CHECK-ID                PIC X(8).
              05 SEED-STATE                   PIC X.
           MOVE 'ACCTID  ' TO SEED-CHECK-ID(01)
           MOVE 'A'        TO SEED-STATE(01)
           MOVE ZERO       TO SEED-EXPIRY-DATE(01)
           MOVE 'ACCTLIM ' TO SEED-CHECK-ID(02)
           MOVE 'A'        TO SEED-STATE(02)
           MOVE ZERO       TO SEED-EXPIRY-DATE(02)
           MOVE 'ACCTMST ' TO SEED-CHECK-ID(03)
           MOVE 'A'        TO SEED-STATE(03)
           MOVE ZERO       TO SEED-EXPIRY-DATE(03)
           MOVE 'BINDIGIT' TO SEED-CHECK-ID(04)
           MOVE 'A'        TO SEED-STATE(04)
           MOVE ZERO       TO SEED-EXPIRY-DATE(04)
           MOVE 'BOOL    ' TO SEED-CHECK-ID(05)
           MOVE 'A'        TO SEED-STATE(05)
           MOVE ZERO       TO SEED-EXPIRY-DATE(05)
           MOVE 'CHARSTR ' TO SEED-CHECK-ID(06)
           MOVE 'A'        TO SEED-STATE(06)
           MOVE ZERO       TO SEED-EXPIRY-DATE(06)
           MOVE 'EFFDATE ' TO SEED-CHECK-ID(07)
           MOVE 'A'        TO SEED-STATE(07)
           MOVE ZERO       TO SEED-EXPIRY-DATE(07)
           MOVE 'NUMSTR  ' TO SEED-CHECK-ID(08)
           MOVE 'A'        TO SEED-STATE(08)
           MOVE ZERO       TO SEED-EXPIRY-DATE(08)
           MOVE 'PACKDGT ' TO SEED-CHECK-ID(09)
           MOVE 'A'        TO SEED-STATE(09)
           MOVE ZERO       TO SEED-EXPIRY-DATE(09)
           MOVE 'PKDCOMMA' TO SEED-CHECK-ID(10)
           MOVE 'A'        TO SEED-STATE(10)
           MOVE ZERO       TO SEED-EXPIRY-DATE(10)
           MOVE 'SGNPACK ' TO SEED-CHECK-ID(11)
           MOVE 'A'        TO SEED-STATE(11)
           MOVE ZERO       TO SEED-EXPIRY-DATE(11).

       OPEN-OUTPUT-FILE      section.


           PERFORM WRITE-ONE-PROFILE-RECORD
               VARYING PRF-IDX FROM 1 BY 1
               UNTIL PRF-IDX IS GREATER THAN 11.

       WRITE-ONE-PROFILE-RECORD section.

