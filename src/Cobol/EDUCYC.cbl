      *----------------------------------------------------------------*
      *       EDUCYC.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one record of the EDUCYCF   *
      *                 cycle control ledger (VSAM KSDS keyed on the   *
      *                 feed identity plus the run date, 500-byte      *
      *                 records). One record per cycle, with a slot    *
      *                 for each step that runs in it:                 *
      *                   kind 'F' - a feed cycle, opened by the last  *
      *                         EDUBAT1 (or EDUMRG) run on EDURUNF:    *
      *                         slot 1 EDUWRND, 2 EDUHND01, 3 EDURSBX, *
      *                         4 EDUREJLD;                            *
      *                   kind 'D' - an online day, identity           *
      *                         '*ONLINE*' plus the day: slot 1        *
      *                         EDUBAL01, 2 EDUARC01.                  *
      *                 The first step to run in a cycle writes the    *
      *                 record. Each step marks its slot started       *
      *                 before it touches anything and completed, with *
      *                 its output counts, at the end; EDUCYG decides  *
      *                 whether it may run at all. A slot left started *
      *                 (an abend) or completed is only run again      *
      *                 after an operator resets it through EDUCYC01,  *
      *                 which records who did it and why.              *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-CYCLE-RECORD.
           03  CYC-KEY.
               05 CYC-FEED-IDENTITY.
                  07 CYC-PROVIDER-ID      PIC X(8).
                  07 CYC-FEED-DATE        PIC 9(8).
                  07 CYC-FILE-SEQUENCE    PIC 9(6).
                  07 CYC-PARTITION-ID     PIC 9(2).
      *           The day the producing run started (feed cycle) or
      *           the online day itself (day cycle).
               05 CYC-RUN-DATE            PIC 9(8).
           03  CYC-KIND                   PIC X.
               88 CYC-KIND-FEED           VALUE 'F'.
               88 CYC-KIND-DAY            VALUE 'D'.
           03  CYC-OPENED-DATE            PIC 9(8).
           03  CYC-OPENED-TIME            PIC 9(6).
           03  CYC-STEP OCCURS 4 TIMES.
               05 CYC-STEP-PROGRAM        PIC X(8).
               05 CYC-STEP-STATE          PIC X.
                  88 CYC-STEP-NOT-RUN     VALUE ' '.
                  88 CYC-STEP-STARTED     VALUE 'S'.
                  88 CYC-STEP-COMPLETED   VALUE 'C'.
      *              Ended short of complete in a way the step may
      *              simply be run again (EDURSBX held corrections
      *              over, EDUBAL01 out of balance, EDUARC01 with a
      *              history write failure); the steps behind it
      *              still wait.
                  88 CYC-STEP-RERUN-DUE   VALUE 'R'.
               05 CYC-STEP-RUNS           PIC 9(2).
               05 CYC-STEP-START-DATE     PIC 9(8).
               05 CYC-STEP-START-TIME     PIC 9(6).
               05 CYC-STEP-END-DATE       PIC 9(8).
               05 CYC-STEP-END-TIME       PIC 9(6).
               05 CYC-STEP-RETURN-CODE    PIC 9(4).
      *           What the step wrote, in its own terms:
      *             EDUWRND  - combined accepted, released, held;
      *             EDUHND01 - handoff details, amounts unreadable;
      *             EDURSBX  - extracted, held over;
      *             EDUREJLD - loaded, bounced, keys filled;
      *             EDUBAL01 - processed, audited, published;
      *             EDUARC01 - archived, terminal and code summaries.
               05 CYC-STEP-COUNT OCCURS 3 TIMES
                                          PIC 9(8).
      *           Spaces until an operator resets the slot; kept
      *           through the rerun that follows.
               05 CYC-STEP-RESET-BY       PIC X(8).
               05 CYC-STEP-RESET-DATE     PIC 9(8).
               05 CYC-STEP-RESET-TIME     PIC 9(6).
               05 CYC-STEP-RESET-REASON   PIC X(20).
           03  FILLER                     PIC X(17).

      *----------------------------------------------------------------*
