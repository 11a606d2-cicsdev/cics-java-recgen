      *       DATE    :  02 / 09 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *        15/10/26  RC  Daily value limit and tolerance           *
      *                      seeded per account as EDUACMF grew to     *
      *                      45 bytes.                                 *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUACMF
           RECORD CONTAINS 45 CHARACTERS.
           COPY EDUACM.

       WORKING-STORAGE SECTION.
              05 SEED-STATUS                  PIC X.
              05 SEED-VALID-FROM              PIC 9(8).
              05 SEED-VALID-TO                PIC 9(8).
              05 SEED-DAILY-LIMIT             PIC 9(12)V9(3).
              05 SEED-LIMIT-TOLERANCE         PIC 9(3).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           STOP RUN.

      * One line per account on the master. A zero valid-to date
      * means the account is open-ended; a zero daily limit means
      * the account's day total is not capped, and the tolerance is
      * the percentage over the limit that warns rather than rejects.
      * EDUACMF's SELECT opens it ACCESS MODE SEQUENTIAL, so these
      * rows must stay in ascending ACM-ACCOUNT-ID key order.
       LOAD-SEED-TABLE       section.

           MOVE 'ACCT000001' TO SEED-ACCOUNT-ID(01)
           MOVE 'A'          TO SEED-STATUS(01)
           MOVE 20230101     TO SEED-VALID-FROM(01)
           MOVE ZERO         TO SEED-VALID-TO(01)
           MOVE 250000       TO SEED-DAILY-LIMIT(01)
           MOVE 10           TO SEED-LIMIT-TOLERANCE(01)
           MOVE 'ACCT000002' TO SEED-ACCOUNT-ID(02)
           MOVE 'A'          TO SEED-STATUS(02)
           MOVE 20230101     TO SEED-VALID-FROM(02)
           MOVE ZERO         TO SEED-VALID-TO(02)
           MOVE 50000        TO SEED-DAILY-LIMIT(02)
           MOVE 5            TO SEED-LIMIT-TOLERANCE(02)
           MOVE 'ACCT000003' TO SEED-ACCOUNT-ID(03)
           MOVE 'C'          TO SEED-STATUS(03)
           MOVE 20230101     TO SEED-VALID-FROM(03)
           MOVE 20251231     TO SEED-VALID-TO(03)
           MOVE ZERO         TO SEED-DAILY-LIMIT(03)
           MOVE ZERO         TO SEED-LIMIT-TOLERANCE(03)
           MOVE 'ACCT000004' TO SEED-ACCOUNT-ID(04)
           MOVE 'A'          TO SEED-STATUS(04)
           MOVE 20240401     TO SEED-VALID-FROM(04)
           MOVE 20271231     TO SEED-VALID-TO(04)
           MOVE 1000000      TO SEED-DAILY-LIMIT(04)
           MOVE 20           TO SEED-LIMIT-TOLERANCE(04)
           MOVE 'ACCT000005' TO SEED-ACCOUNT-ID(05)
           MOVE 'A'          TO SEED-STATUS(05)
           MOVE 20260101     TO SEED-VALID-FROM(05)
           MOVE ZERO         TO SEED-VALID-TO(05)
           MOVE ZERO         TO SEED-DAILY-LIMIT(05)
           MOVE ZERO         TO SEED-LIMIT-TOLERANCE(05)
           MOVE 'ACCT000006' TO SEED-ACCOUNT-ID(06)
           MOVE 'A'          TO SEED-STATUS(06)
           MOVE 20230101     TO SEED-VALID-FROM(06)
           MOVE 20260630     TO SEED-VALID-TO(06)
           MOVE 75000        TO SEED-DAILY-LIMIT(06)
           MOVE 10           TO SEED-LIMIT-TOLERANCE(06).

       OPEN-OUTPUT-FILE      section.

           MOVE SEED-STATUS(ACM-IDX)      TO ACM-STATUS
           MOVE SEED-VALID-FROM(ACM-IDX)  TO ACM-VALID-FROM
           MOVE SEED-VALID-TO(ACM-IDX)    TO ACM-VALID-TO
           MOVE SEED-DAILY-LIMIT(ACM-IDX) TO ACM-DAILY-LIMIT
           MOVE SEED-LIMIT-TOLERANCE(ACM-IDX)
                                          TO ACM-LIMIT-TOLERANCE

           WRITE EDU-ACCOUNT-MASTER-RECORD.

