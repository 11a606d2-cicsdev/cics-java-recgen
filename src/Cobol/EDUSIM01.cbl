      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * What-if simulation of a validation-profile or range change,    *
      * for the change approver to read before signing the change off  *
      * in ECFM. Replays a chosen day's processed feeds (the EDUFEED   *
      * concatenation the JCL names) through EDUVAL twice per record:  *
      * once with the live EDUPRFF profile and EDURNG bands, once      *
      * with the candidate - the live profile and bands with the       *
      * EDUSIMC control cards (EDUSIC layout) applied on top. A V2     *
      * record's ACCOUNT-ID is read against EDUACMF exactly as         *
      * EDUBAT1 reads it, so both passes get the same referential      *
      * verdict.                                                       *
      *                                                                *
      * Nothing is written anywhere but SYSOUT: no EDUACC/EDUWRN/      *
      * EDUREJ/EDURTN output, no EDUFIDF or EDUDUPF register entry,    *
      * no EDUPSTF statistic, no EDURUNF run record. Duplicate         *
      * detection is a register lookup, not a validation rule, and is  *
      * not simulated - a record is judged on its EDUVAL outcome       *
      * alone.                                                         *
      *                                                                *
      * The report gives, by provider, the accepted/warned/rejected    *
      * split live and under the candidate; every flip between those   *
      * outcomes with its count and up to three sample natural keys    *
      * (NUMERIC-STRING for V1, ACCOUNT-ID plus EFFECTIVE-DATE for     *
      * V2); and the record counts by provider and RESULT-CODE both    *
      * ways. Control cards that do not make sense stop the run before *
      * a single record is replayed.                                   *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'What-if simulation of a validation profile/range change'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUSIM01".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-zSeries.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDUFEED ASSIGN TO EDUFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT EDUSIMC ASSIGN TO EDUSIMC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIMC-STATUS.

           SELECT EDUPRFF ASSIGN TO EDUPRFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRF-CHECK-ID
               FILE STATUS IS WS-PRFF-STATUS.

           SELECT EDUACMF ASSIGN TO EDUACMF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ACCOUNT-ID
               FILE STATUS IS WS-ACMF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUFEED
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 104 TO 124 CHARACTERS
               DEPENDING ON WS-FEED-RECLEN.
           COPY EDUCPY REPLACING ==DFHCOMMAREA== BY ==EDUFEED-RECORD==.
           COPY EDUCTL.
           COPY EDUCP2 REPLACING ==EDU-V2-RECORD== BY
                                 ==EDUFEED-RECORD-V2==.

       FD  EDUSIMC
           RECORD CONTAINS 80 CHARACTERS.
           COPY EDUSIC.

       FD  EDUPRFF
           RECORD CONTAINS 17 CHARACTERS.
           COPY EDUPRF.

       FD  EDUACMF
           RECORD CONTAINS 45 CHARACTERS.
           COPY EDUACM.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDUSIM01: '.

       01 WS-VARIABLES.
           03 WS-FEED-STATUS                  PIC X(02).
           03 WS-SIMC-STATUS                  PIC X(02).
           03 WS-PRFF-STATUS                  PIC X(02).
           03 WS-ACMF-STATUS                  PIC X(02).
           03 WS-ACMF-AVAILABLE               PIC X      VALUE 'N'.
              88 WS-ACMF-AVAILABLE-YES        VALUE 'Y'.
           03 WS-PRFF-EOF                     PIC X      VALUE 'N'.
              88 WS-PRFF-EOF-YES              VALUE 'Y'.
           03 WS-SIMC-EOF                     PIC X      VALUE 'N'.
              88 WS-SIMC-EOF-YES              VALUE 'Y'.
           03 WS-MORE-RECORDS                 PIC X      VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
           03 WS-CARD-ERROR                   PIC X      VALUE 'N'.
              88 WS-CARD-ERROR-YES            VALUE 'Y'.
           03 WS-FOUND-SWITCH                 PIC X      VALUE 'N'.
              88 WS-FOUND-YES                 VALUE 'Y'.
              88 WS-FOUND-NO                  VALUE 'N'.
           03 WS-CODE-FULL-WARNED             PIC X      VALUE 'N'.
              88 WS-CODE-FULL-WARNED-YES      VALUE 'Y'.
           03 WS-FEED-RECLEN                  PIC 9(4)   COMP.
           03 WS-TODAY                        PIC 9(8).
           03 WS-PROVIDER-ID                  PIC X(8)   VALUE
                                                   '*NO HDR*'.
           03 WS-NATURAL-KEY                  PIC X(18).
           03 WS-CURRENT-PROV                 PIC S9(4)  COMP VALUE +0.
           03 WS-PRO-SUB                      PIC S9(4)  COMP.
           03 WS-KNOWN-SUB                    PIC S9(4)  COMP.
           03 WS-LIVE-SUB                     PIC S9(4)  COMP.
           03 WS-CAND-SUB                     PIC S9(4)  COMP.
           03 WS-FROM-SUB                     PIC S9(4)  COMP.
           03 WS-TO-SUB                       PIC S9(4)  COMP.
           03 WS-SAMPLE-SUB                   PIC S9(4)  COMP.
           03 WS-LIVE-CODE                    PIC S9(5).
           03 WS-CAND-CODE                    PIC S9(5).
           03 WS-TALLY-CODE                   PIC S9(5).
           03 WS-TALLY-SIDE                   PIC X.
              88 WS-TALLY-LIVE                VALUE 'L'.
              88 WS-TALLY-CANDIDATE           VALUE 'C'.
           03 WS-FEED-COUNT                   PIC S9(8)  COMP VALUE +0.
           03 WS-REPLAYED-COUNT               PIC S9(8)  COMP VALUE +0.
           03 WS-SKIPPED-COUNT                PIC S9(8)  COMP VALUE +0.
           03 WS-FLIPPED-COUNT                PIC S9(8)  COMP VALUE +0.
           03 WS-RECODED-COUNT                PIC S9(8)  COMP VALUE +0.
           03 WS-DISPLAY-COUNT                PIC -z(7)9.

      *    The candidate profile and bands EDUVAL is called with on
      *    the second pass; the live ones are EDU-CHECK-PROFILE.
           COPY EDUPRO.

           COPY EDUPRO REPLACING ==EDU-CHECK-PROFILE== BY
                                 ==WS-CANDIDATE-PROFILE==.

      *    The live EDURNG bands, the candidate's starting point.
           COPY EDURNG.

           COPY EDUFLG.

           COPY EDUVER.

           COPY EDUACV.

      *    Check ids a PRF card may name - the EDUPRFLD seed names.
       01 WS-KNOWN-CHECK-VALUES.
           03 FILLER                  PIC X(8)  VALUE 'ACCTID  '.
           03 FILLER                  PIC X(8)  VALUE 'ACCTLIM '.
           03 FILLER                  PIC X(8)  VALUE 'ACCTMST '.
           03 FILLER                  PIC X(8)  VALUE 'BINDIGIT'.
           03 FILLER                  PIC X(8)  VALUE 'BOOL    '.
           03 FILLER                  PIC X(8)  VALUE 'CHARSTR '.
           03 FILLER                  PIC X(8)  VALUE 'EFFDATE '.
           03 FILLER                  PIC X(8)  VALUE 'NUMSTR  '.
           03 FILLER                  PIC X(8)  VALUE 'PACKDGT '.
           03 FILLER                  PIC X(8)  VALUE 'PKDCOMMA'.
           03 FILLER                  PIC X(8)  VALUE 'SGNPACK '.
       01 WS-KNOWN-CHECK-TABLE REDEFINES WS-KNOWN-CHECK-VALUES.
           03 WS-KNOWN-CHECK-ID OCCURS 11 TIMES PIC X(8).

       01 WS-OUTCOME-NAME-VALUES.
           03 FILLER                  PIC X(8)  VALUE 'ACCEPTED'.
           03 FILLER                  PIC X(8)  VALUE 'WARNED  '.
           03 FILLER                  PIC X(8)  VALUE 'REJECTED'.
       01 WS-OUTCOME-NAME-TABLE REDEFINES WS-OUTCOME-NAME-VALUES.
           03 WS-OUTCOME-NAME OCCURS 3 TIMES PIC X(8).

      *    One row per provider seen on the replayed feeds; outcome
      *    subscripts are 1 accepted, 2 warned, 3 rejected, and the
      *    flip grid is live outcome by candidate outcome. Past 49
      *    providers the rest share the last row.
       01 WS-PROVIDER-TABLE.
           03 WS-PROV-COUNT                   PIC S9(4)  COMP
                                               VALUE +0.
           03 WS-PROV-ENTRY OCCURS 50 TIMES
                             INDEXED BY PROV-IDX.
              05 WS-PROV-ID                   PIC X(8).
              05 WS-PROV-RECORDS              PIC S9(8)  COMP.
              05 WS-PROV-LIVE OCCURS 3 TIMES  PIC S9(8)  COMP.
              05 WS-PROV-CAND OCCURS 3 TIMES  PIC S9(8)  COMP.
              05 WS-PROV-FROM OCCURS 3 TIMES.
                 07 WS-PROV-TO OCCURS 3 TIMES.
                    09 WS-FLIP-COUNT          PIC S9(8)  COMP.
                    09 WS-FLIP-SAMPLES        PIC S9(4)  COMP.
                    09 WS-FLIP-SAMPLE OCCURS 3 TIMES
                                              PIC X(18).

      *    Record counts by provider and RESULT-CODE, live and
      *    candidate, up to the 500-entry OCCURS bound; the
      *    once-per-run DISPLAY below makes an overflow visible.
       01 WS-CODE-TABLE.
           03 WS-CODE-COUNT                   PIC S9(4)  COMP
                                               VALUE +0.
           03 WS-CODE-ENTRY OCCURS 500 TIMES
                             INDEXED BY CODE-IDX.
              05 WS-CODE-PROVIDER             PIC X(8).
              05 WS-CODE-VALUE                PIC S9(5).
              05 WS-CODE-LIVE                 PIC S9(8)  COMP.
              05 WS-CODE-CAND                 PIC S9(8)  COMP.

       01 WS-PROVIDER-LINE.
           03 RPT-PROV-ID             PIC X(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-PROV-RECORDS        PIC Z(7)9.
           03 FILLER                  PIC X(7)  VALUE '  LIVE '.
           03 RPT-PROV-LIVE-A         PIC Z(7)9.
           03 RPT-PROV-LIVE-W         PIC Z(7)9.
           03 RPT-PROV-LIVE-R         PIC Z(7)9.
           03 FILLER                  PIC X(7)  VALUE '  CAND '.
           03 RPT-PROV-CAND-A         PIC Z(7)9.
           03 RPT-PROV-CAND-W         PIC Z(7)9.
           03 RPT-PROV-CAND-R         PIC Z(7)9.

       01 WS-FLIP-LINE.
           03 RPT-FLIP-PROV           PIC X(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-FLIP-FROM           PIC X(8).
           03 FILLER                  PIC X(4)  VALUE ' -> '.
           03 RPT-FLIP-TO             PIC X(8).
           03 RPT-FLIP-COUNT          PIC Z(7)9.
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 RPT-FLIP-SAMPLE-1       PIC X(18).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-FLIP-SAMPLE-2       PIC X(18).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-FLIP-SAMPLE-3       PIC X(18).

       01 WS-CODE-LINE.
           03 RPT-CODE-PROV           PIC X(8).
           03 FILLER                  PIC X(6)  VALUE ' CODE '.
           03 RPT-CODE                PIC -z(4)9.
           03 FILLER                  PIC X(7)  VALUE '  LIVE '.
           03 RPT-CODE-LIVE           PIC Z(7)9.
           03 FILLER                  PIC X(7)  VALUE '  CAND '.
           03 RPT-CODE-CAND           PIC Z(7)9.
           03 FILLER                  PIC X(9)  VALUE '  CHANGE '.
           03 RPT-CODE-CHANGE         PIC -z(7)9.

       01 WS-BAND-LINE.
           03 RPT-BAND-SIDE           PIC X(15).
           03 RPT-BAND-LOW            PIC z(11)9.999.
           03 RPT-BAND-HIGH           PIC z(11)9.999.
           03 RPT-BAND-WARN-LOW       PIC z(11)9.999.
           03 RPT-BAND-WARN-HIGH      PIC z(11)9.999.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.
      D    DISPLAY NN 'Starting'.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM LOAD-LIVE-PROFILE.
           PERFORM BUILD-CANDIDATE.
           PERFORM APPLY-CONTROL-CARDS.
           PERFORM VERIFY-CANDIDATE-BANDS.

           IF WS-CARD-ERROR-YES
               DISPLAY NN 'CONTROL CARDS IN ERROR - NOTHING REPLAYED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PRINT-CANDIDATE.
           PERFORM OPEN-REPLAY-FILES.

           PERFORM REPLAY-ONE-FEED-RECORD
               UNTIL WS-MORE-RECORDS-NO.

           PERFORM CLOSE-REPLAY-FILES.
           PERFORM PRINT-SIMULATION-REPORT.

      D    DISPLAY NN 'Ending'.
           STOP RUN.

      *----------------------------------------------------------------*
      *    The live profile, read the way EDUBAT1 reads it at the
      *    start of a run: no EDUPRFF means every check runs.
      *----------------------------------------------------------------*
       LOAD-LIVE-PROFILE     section.

           MOVE WS-TODAY TO PRO-RUN-DATE OF EDU-CHECK-PROFILE.
           MOVE ZERO     TO PRO-ENTRY-COUNT OF EDU-CHECK-PROFILE.
           SET PRO-RANGES-LIVE OF EDU-CHECK-PROFILE TO TRUE.

           OPEN INPUT EDUPRFF.
           IF WS-PRFF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'EDUPRFF NOT AVAILABLE, STATUS = '
                          WS-PRFF-STATUS ' - ALL CHECKS ACTIVE'
           ELSE
               PERFORM READ-ONE-PROFILE-RECORD
                   UNTIL WS-PRFF-EOF-YES
               CLOSE EDUPRFF
           END-IF.

       READ-ONE-PROFILE-RECORD section.

           READ EDUPRFF
               AT END
                   SET WS-PRFF-EOF-YES TO TRUE
           END-READ.

           IF WS-PRFF-EOF-YES
               CONTINUE
           ELSE
               IF PRO-ENTRY-COUNT OF EDU-CHECK-PROFILE
                                              IS LESS THAN 12
                   ADD 1 TO PRO-ENTRY-COUNT OF EDU-CHECK-PROFILE
                   MOVE PRO-ENTRY-COUNT OF EDU-CHECK-PROFILE
                                              TO WS-PRO-SUB
                   MOVE PRF-CHECK-ID    TO PRO-CHECK-ID
                                 OF EDU-CHECK-PROFILE (WS-PRO-SUB)
                   MOVE PRF-STATE       TO PRO-STATE
                                 OF EDU-CHECK-PROFILE (WS-PRO-SUB)
                   MOVE PRF-EXPIRY-DATE TO PRO-EXPIRY-DATE
                                 OF EDU-CHECK-PROFILE (WS-PRO-SUB)
               END-IF
           END-IF.

      *    The candidate starts as an exact copy of the live profile
      *    and the live bands; the cards then carry only the change.
       BUILD-CANDIDATE       section.

           MOVE EDU-CHECK-PROFILE TO WS-CANDIDATE-PROFILE.
           SET PRO-RANGES-CANDIDATE OF WS-CANDIDATE-PROFILE TO TRUE.
           MOVE EDU-RANGE-TABLE
                     TO PRO-CANDIDATE-RANGES OF WS-CANDIDATE-PROFILE.

      *----------------------------------------------------------------*
      *    EDUSIMC control cards. Every card is listed; a card in
      *    error is flagged and the run stops once all have been
      *    read, so one pass shows every mistake.
      *----------------------------------------------------------------*
       APPLY-CONTROL-CARDS   section.

           OPEN INPUT EDUSIMC.
           IF WS-SIMC-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUSIMC FAILED, STATUS = '
                                                  WS-SIMC-STATUS
               DISPLAY NN 'NO CANDIDATE TO SIMULATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM APPLY-ONE-CONTROL-CARD
               UNTIL WS-SIMC-EOF-YES.

           CLOSE EDUSIMC.

       APPLY-ONE-CONTROL-CARD section.

           READ EDUSIMC
               AT END
                   SET WS-SIMC-EOF-YES TO TRUE
           END-READ.

           IF WS-SIMC-EOF-YES
               CONTINUE
           ELSE
               DISPLAY NN 'CARD ' EDU-SIMULATION-CARD
               EVALUATE TRUE
                   WHEN SIC-CARD-TYPE(1:1) IS EQUAL TO '*'
                       CONTINUE
                   WHEN SIC-CARD-DATE
                       PERFORM APPLY-DATE-CARD
                   WHEN SIC-CARD-PROFILE
                       PERFORM APPLY-PROFILE-CARD
                   WHEN SIC-CARD-RANGE
                       PERFORM APPLY-RANGE-CARD
                   WHEN OTHER
                       DISPLAY NN '  UNKNOWN CARD TYPE'
                       SET WS-CARD-ERROR-YES TO TRUE
               END-EVALUATE
           END-IF.

      *    Suspensions are judged as of the replayed day, on both
      *    sides, so an expiry date means what it would have meant.
       APPLY-DATE-CARD       section.

           IF SIC-RUN-DATE IS NUMERIC
               MOVE SIC-RUN-DATE TO PRO-RUN-DATE OF EDU-CHECK-PROFILE
               MOVE SIC-RUN-DATE TO PRO-RUN-DATE
                                         OF WS-CANDIDATE-PROFILE
           ELSE
               DISPLAY NN '  DATE IS NOT NUMERIC'
               SET WS-CARD-ERROR-YES TO TRUE
           END-IF.

       APPLY-PROFILE-CARD    section.

           SET WS-FOUND-NO TO TRUE.
           PERFORM LOOK-AT-ONE-KNOWN-CHECK
               VARYING WS-KNOWN-SUB FROM 1 BY 1
               UNTIL WS-KNOWN-SUB IS GREATER THAN 11
                  OR WS-FOUND-YES.

           EVALUATE TRUE
               WHEN WS-FOUND-NO
                   DISPLAY NN '  UNKNOWN CHECK ID'
                   SET WS-CARD-ERROR-YES TO TRUE
               WHEN SIC-STATE IS NOT EQUAL TO 'A' AND
                    SIC-STATE IS NOT EQUAL TO 'S'
                   DISPLAY NN '  STATE MUST BE A OR S'
                   SET WS-CARD-ERROR-YES TO TRUE
               WHEN SIC-EXPIRY-DATE IS NOT NUMERIC
                   DISPLAY NN '  EXPIRY DATE IS NOT NUMERIC'
                   SET WS-CARD-ERROR-YES TO TRUE
               WHEN OTHER
                   PERFORM SET-CANDIDATE-ENTRY
           END-EVALUATE.

       LOOK-AT-ONE-KNOWN-CHECK section.

           IF WS-KNOWN-CHECK-ID(WS-KNOWN-SUB) IS EQUAL TO SIC-CHECK-ID
               SET WS-FOUND-YES TO TRUE
           END-IF.

      *    Replace the candidate's entry for the check, or add one
      *    when the live profile does not list it.
       SET-CANDIDATE-ENTRY   section.

           SET WS-FOUND-NO TO TRUE.
           PERFORM LOOK-AT-ONE-CANDIDATE-ENTRY
               VARYING WS-PRO-SUB FROM 1 BY 1
               UNTIL WS-PRO-SUB IS GREATER THAN
                         PRO-ENTRY-COUNT OF WS-CANDIDATE-PROFILE
                  OR WS-FOUND-YES.

           IF WS-FOUND-YES
               SUBTRACT 1 FROM WS-PRO-SUB
           ELSE
               IF PRO-ENTRY-COUNT OF WS-CANDIDATE-PROFILE
                                              IS LESS THAN 12
                   ADD 1 TO PRO-ENTRY-COUNT OF WS-CANDIDATE-PROFILE
                   MOVE PRO-ENTRY-COUNT OF WS-CANDIDATE-PROFILE
                                              TO WS-PRO-SUB
               ELSE
                   DISPLAY NN '  CANDIDATE PROFILE FULL AT 12'
                   SET WS-CARD-ERROR-YES TO TRUE
                   MOVE ZERO TO WS-PRO-SUB
               END-IF
           END-IF.

           IF WS-PRO-SUB IS GREATER THAN ZERO
               MOVE SIC-CHECK-ID    TO PRO-CHECK-ID
                             OF WS-CANDIDATE-PROFILE (WS-PRO-SUB)
               MOVE SIC-STATE       TO PRO-STATE
                             OF WS-CANDIDATE-PROFILE (WS-PRO-SUB)
               MOVE SIC-EXPIRY-DATE TO PRO-EXPIRY-DATE
                             OF WS-CANDIDATE-PROFILE (WS-PRO-SUB)
           END-IF.

       LOOK-AT-ONE-CANDIDATE-ENTRY section.

           IF PRO-CHECK-ID OF WS-CANDIDATE-PROFILE (WS-PRO-SUB)
                                           IS EQUAL TO SIC-CHECK-ID
               SET WS-FOUND-YES TO TRUE
           END-IF.

       APPLY-RANGE-CARD      section.

           IF SIC-LOW      IS NOT NUMERIC OR
              SIC-HIGH     IS NOT NUMERIC OR
              SIC-WARN-LOW IS NOT NUMERIC OR
              SIC-WARN-HIGH IS NOT NUMERIC
               DISPLAY NN '  BAND VALUES ARE NOT NUMERIC'
               SET WS-CARD-ERROR-YES TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN SIC-RANGE-BINARY-DIGIT
                       PERFORM APPLY-BINARY-DIGIT-BANDS
                   WHEN SIC-RANGE-PKD-COMMA
                       MOVE SIC-LOW       TO PRO-PKD-COMMA-LOW
                                         OF WS-CANDIDATE-PROFILE
                       MOVE SIC-HIGH      TO PRO-PKD-COMMA-HIGH
                                         OF WS-CANDIDATE-PROFILE
                       MOVE SIC-WARN-LOW  TO PRO-PKD-COMMA-WARN-LOW
                                         OF WS-CANDIDATE-PROFILE
                       MOVE SIC-WARN-HIGH TO PRO-PKD-COMMA-WARN-HIGH
                                         OF WS-CANDIDATE-PROFILE
                   WHEN OTHER
                       DISPLAY NN '  RANGE ID MUST BE BINDIGIT OR '
                                  'PKDCOMMA'
                       SET WS-CARD-ERROR-YES TO TRUE
               END-EVALUATE
           END-IF.

      *    BINARY-DIGIT is PIC 9(4): a band beyond 9999 could never
      *    be written into EDURNG, so it is refused, not truncated.
       APPLY-BINARY-DIGIT-BANDS section.

           IF SIC-LOW      IS GREATER THAN 9999 OR
              SIC-HIGH     IS GREATER THAN 9999 OR
              SIC-WARN-LOW IS GREATER THAN 9999 OR
              SIC-WARN-HIGH IS GREATER THAN 9999
               DISPLAY NN '  BINDIGIT BANDS CANNOT EXCEED 9999'
               SET WS-CARD-ERROR-YES TO TRUE
           ELSE
               MOVE SIC-LOW       TO PRO-BINARY-DIGIT-LOW
                                         OF WS-CANDIDATE-PROFILE
               MOVE SIC-HIGH      TO PRO-BINARY-DIGIT-HIGH
                                         OF WS-CANDIDATE-PROFILE
               MOVE SIC-WARN-LOW  TO PRO-BINARY-DIGIT-WARN-LOW
                                         OF WS-CANDIDATE-PROFILE
               MOVE SIC-WARN-HIGH TO PRO-BINARY-DIGIT-WARN-HIGH
                                         OF WS-CANDIDATE-PROFILE
           END-IF.

      *    The warning band must enclose the strict band, as it does
      *    in EDURNG, or EDUVAL's strict-then-warning test turns
      *    into nonsense.
       VERIFY-CANDIDATE-BANDS section.

           IF PRO-BINARY-DIGIT-WARN-LOW OF WS-CANDIDATE-PROFILE
                IS GREATER THAN
              PRO-BINARY-DIGIT-LOW OF WS-CANDIDATE-PROFILE OR
              PRO-BINARY-DIGIT-LOW OF WS-CANDIDATE-PROFILE
                IS GREATER THAN
              PRO-BINARY-DIGIT-HIGH OF WS-CANDIDATE-PROFILE OR
              PRO-BINARY-DIGIT-HIGH OF WS-CANDIDATE-PROFILE
                IS GREATER THAN
              PRO-BINARY-DIGIT-WARN-HIGH OF WS-CANDIDATE-PROFILE
               DISPLAY NN 'BINDIGIT BANDS OUT OF ORDER - NEED '
                          'WARN-LOW <= LOW <= HIGH <= WARN-HIGH'
               SET WS-CARD-ERROR-YES TO TRUE
           END-IF.

           IF PRO-PKD-COMMA-WARN-LOW OF WS-CANDIDATE-PROFILE
                IS GREATER THAN
              PRO-PKD-COMMA-LOW OF WS-CANDIDATE-PROFILE OR
              PRO-PKD-COMMA-LOW OF WS-CANDIDATE-PROFILE
                IS GREATER THAN
              PRO-PKD-COMMA-HIGH OF WS-CANDIDATE-PROFILE OR
              PRO-PKD-COMMA-HIGH OF WS-CANDIDATE-PROFILE
                IS GREATER THAN
              PRO-PKD-COMMA-WARN-HIGH OF WS-CANDIDATE-PROFILE
               DISPLAY NN 'PKDCOMMA BANDS OUT OF ORDER - NEED '
                          'WARN-LOW <= LOW <= HIGH <= WARN-HIGH'
               SET WS-CARD-ERROR-YES TO TRUE
           END-IF.

      *    What is being compared, so the report stands on its own
      *    in the change file.
       PRINT-CANDIDATE       section.

           DISPLAY ' '.
           DISPLAY 'SUSPENSIONS JUDGED AS OF '
                   PRO-RUN-DATE OF EDU-CHECK-PROFILE.
           DISPLAY 'BANDS                       LOW            HIGH'
                   '        WARN-LOW       WARN-HIGH'.

           MOVE 'BINDIGIT LIVE'   TO RPT-BAND-SIDE.
           MOVE RNG-BINARY-DIGIT-LOW        TO RPT-BAND-LOW.
           MOVE RNG-BINARY-DIGIT-HIGH       TO RPT-BAND-HIGH.
           MOVE RNG-BINARY-DIGIT-WARN-LOW   TO RPT-BAND-WARN-LOW.
           MOVE RNG-BINARY-DIGIT-WARN-HIGH  TO RPT-BAND-WARN-HIGH.
           DISPLAY WS-BAND-LINE.
           MOVE 'BINDIGIT CAND'   TO RPT-BAND-SIDE.
           MOVE PRO-BINARY-DIGIT-LOW OF WS-CANDIDATE-PROFILE
                                            TO RPT-BAND-LOW.
           MOVE PRO-BINARY-DIGIT-HIGH OF WS-CANDIDATE-PROFILE
                                            TO RPT-BAND-HIGH.
           MOVE PRO-BINARY-DIGIT-WARN-LOW OF WS-CANDIDATE-PROFILE
                                            TO RPT-BAND-WARN-LOW.
           MOVE PRO-BINARY-DIGIT-WARN-HIGH OF WS-CANDIDATE-PROFILE
                                            TO RPT-BAND-WARN-HIGH.
           DISPLAY WS-BAND-LINE.
           MOVE 'PKDCOMMA LIVE'   TO RPT-BAND-SIDE.
           MOVE RNG-PKD-COMMA-LOW           TO RPT-BAND-LOW.
           MOVE RNG-PKD-COMMA-HIGH          TO RPT-BAND-HIGH.
           MOVE RNG-PKD-COMMA-WARN-LOW      TO RPT-BAND-WARN-LOW.
           MOVE RNG-PKD-COMMA-WARN-HIGH     TO RPT-BAND-WARN-HIGH.
           DISPLAY WS-BAND-LINE.
           MOVE 'PKDCOMMA CAND'   TO RPT-BAND-SIDE.
           MOVE PRO-PKD-COMMA-LOW OF WS-CANDIDATE-PROFILE
                                            TO RPT-BAND-LOW.
           MOVE PRO-PKD-COMMA-HIGH OF WS-CANDIDATE-PROFILE
                                            TO RPT-BAND-HIGH.
           MOVE PRO-PKD-COMMA-WARN-LOW OF WS-CANDIDATE-PROFILE
                                            TO RPT-BAND-WARN-LOW.
           MOVE PRO-PKD-COMMA-WARN-HIGH OF WS-CANDIDATE-PROFILE
                                            TO RPT-BAND-WARN-HIGH.
           DISPLAY WS-BAND-LINE.

           DISPLAY ' '.
           DISPLAY 'PROFILE ENTRIES (LIVE)'.
           PERFORM PRINT-ONE-LIVE-ENTRY
               VARYING WS-PRO-SUB FROM 1 BY 1
               UNTIL WS-PRO-SUB IS GREATER THAN
                         PRO-ENTRY-COUNT OF EDU-CHECK-PROFILE.
           DISPLAY 'PROFILE ENTRIES (CANDIDATE)'.
           PERFORM PRINT-ONE-CANDIDATE-ENTRY
               VARYING WS-PRO-SUB FROM 1 BY 1
               UNTIL WS-PRO-SUB IS GREATER THAN
                         PRO-ENTRY-COUNT OF WS-CANDIDATE-PROFILE.

       PRINT-ONE-LIVE-ENTRY  section.

           DISPLAY '  ' PRO-CHECK-ID OF EDU-CHECK-PROFILE (WS-PRO-SUB)
                   ' ' PRO-STATE OF EDU-CHECK-PROFILE (WS-PRO-SUB)
                   ' ' PRO-EXPIRY-DATE
                                OF EDU-CHECK-PROFILE (WS-PRO-SUB).

       PRINT-ONE-CANDIDATE-ENTRY section.

           DISPLAY '  ' PRO-CHECK-ID
                                OF WS-CANDIDATE-PROFILE (WS-PRO-SUB)
                   ' ' PRO-STATE OF WS-CANDIDATE-PROFILE (WS-PRO-SUB)
                   ' ' PRO-EXPIRY-DATE
                                OF WS-CANDIDATE-PROFILE (WS-PRO-SUB).

      *----------------------------------------------------------------*
      *    The replay. EDUFEED is read-only and may concatenate any
      *    number of feeds; each header names the provider and the
      *    layout version of the data records behind it.
      *----------------------------------------------------------------*
       OPEN-REPLAY-FILES     section.

           OPEN INPUT EDUFEED.
           IF WS-FEED-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUFEED FAILED, STATUS = '
                                                  WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EDUACMF.
           IF WS-ACMF-STATUS IS EQUAL TO '00'
               SET WS-ACMF-AVAILABLE-YES TO TRUE
           ELSE
               DISPLAY NN 'EDUACMF NOT AVAILABLE, STATUS = '
                          WS-ACMF-STATUS
                          ' - ACCOUNT-MASTER CHECK SHOWS S'
           END-IF.

           MOVE '01' TO VER-LAYOUT-VERSION.

       REPLAY-ONE-FEED-RECORD section.

           READ EDUFEED.

           EVALUATE TRUE
               WHEN WS-FEED-STATUS IS EQUAL TO '10'
                   SET WS-MORE-RECORDS-NO TO TRUE
               WHEN WS-FEED-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUFEED FAILED, STATUS = '
                                                      WS-FEED-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN CTL-TYPE-HEADER
                   PERFORM TAKE-FEED-HEADER
               WHEN CTL-TYPE-TRAILER
                   CONTINUE
               WHEN OTHER
                   PERFORM SIMULATE-ONE-RECORD
           END-EVALUATE.

      *    Same reading of the header EDUBAT1 makes: '02' means the
      *    124-byte EDUCP2 layout, anything else V1.
       TAKE-FEED-HEADER      section.

           ADD 1 TO WS-FEED-COUNT.
           MOVE CTL-PROVIDER-ID    TO WS-PROVIDER-ID.
           MOVE CTL-LAYOUT-VERSION TO VER-LAYOUT-VERSION.
           IF NOT VER-LAYOUT-V2
               MOVE '01' TO VER-LAYOUT-VERSION
           END-IF.
           PERFORM FIND-PROVIDER-ENTRY.

       FIND-PROVIDER-ENTRY   section.

           SET WS-FOUND-NO TO TRUE.
           PERFORM LOOK-AT-ONE-PROVIDER
               VARYING PROV-IDX FROM 1 BY 1
               UNTIL PROV-IDX IS GREATER THAN WS-PROV-COUNT
                  OR WS-FOUND-YES.

           IF WS-FOUND-YES
               SET PROV-IDX DOWN BY 1
           ELSE
               IF WS-PROV-COUNT IS LESS THAN 49
                   ADD 1 TO WS-PROV-COUNT
                   SET PROV-IDX TO WS-PROV-COUNT
                   MOVE WS-PROVIDER-ID TO WS-PROV-ID(PROV-IDX)
                   PERFORM CLEAR-PROVIDER-ENTRY
               ELSE
                   IF WS-PROV-COUNT IS LESS THAN 50
                       MOVE 50 TO WS-PROV-COUNT
                       SET PROV-IDX TO WS-PROV-COUNT
                       MOVE '*OTHERS*' TO WS-PROV-ID(PROV-IDX)
                       PERFORM CLEAR-PROVIDER-ENTRY
                       DISPLAY NN 'PROVIDER TABLE FULL AT 49 - '
                                  'FURTHER PROVIDERS REPORTED AS '
                                  '*OTHERS*'
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   SET PROV-IDX TO WS-PROV-COUNT
               END-IF
           END-IF.

           SET WS-CURRENT-PROV TO PROV-IDX.

       LOOK-AT-ONE-PROVIDER  section.

           IF WS-PROV-ID(PROV-IDX) IS EQUAL TO WS-PROVIDER-ID
               SET WS-FOUND-YES TO TRUE
           END-IF.

       CLEAR-PROVIDER-ENTRY  section.

           MOVE ZERO TO WS-PROV-RECORDS(PROV-IDX).
           PERFORM CLEAR-ONE-OUTCOME-ROW
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB IS GREATER THAN 3.

       CLEAR-ONE-OUTCOME-ROW section.

           MOVE ZERO TO WS-PROV-LIVE(PROV-IDX, WS-FROM-SUB).
           MOVE ZERO TO WS-PROV-CAND(PROV-IDX, WS-FROM-SUB).
           PERFORM CLEAR-ONE-FLIP-CELL
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB IS GREATER THAN 3.

       CLEAR-ONE-FLIP-CELL   section.

           MOVE ZERO TO WS-FLIP-COUNT(PROV-IDX, WS-FROM-SUB, WS-TO-SUB).
           MOVE ZERO TO
                      WS-FLIP-SAMPLES(PROV-IDX, WS-FROM-SUB, WS-TO-SUB).

      *    One record, both ways. The record is never changed: EDUVAL
      *    only reads the payload, and RESULT-CODE on the record is
      *    whatever the original run left there.
       SIMULATE-ONE-RECORD   section.

           IF WS-CURRENT-PROV IS EQUAL TO ZERO
               PERFORM FIND-PROVIDER-ENTRY
           END-IF.

           IF (VER-LAYOUT-V2 AND
               WS-FEED-RECLEN IS NOT EQUAL TO
                                  LENGTH OF EDUFEED-RECORD-V2) OR
              (NOT VER-LAYOUT-V2 AND
               WS-FEED-RECLEN IS NOT EQUAL TO
                                  LENGTH OF EDUFEED-RECORD)
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-REPLAYED-COUNT
               PERFORM TAKE-NATURAL-KEY
               PERFORM LOOKUP-ACCOUNT-MASTER

               CALL "EDUVAL" USING DATA-PAYLOAD OF EDUFEED-RECORD
                                    EDU-VALIDATION-RESULT
                                    EDU-VERSION-CONTROL
                                    EDU-CHECK-PROFILE
                                    EDU-ACCOUNT-VERDICT
               PERFORM TAKE-OUTCOME-SUBSCRIPT
               MOVE WS-TO-SUB       TO WS-LIVE-SUB
               MOVE EDU-RESULT-CODE TO WS-LIVE-CODE

               CALL "EDUVAL" USING DATA-PAYLOAD OF EDUFEED-RECORD
                                    EDU-VALIDATION-RESULT
                                    EDU-VERSION-CONTROL
                                    WS-CANDIDATE-PROFILE
                                    EDU-ACCOUNT-VERDICT
               PERFORM TAKE-OUTCOME-SUBSCRIPT
               MOVE WS-TO-SUB       TO WS-CAND-SUB
               MOVE EDU-RESULT-CODE TO WS-CAND-CODE

               PERFORM TALLY-SIMULATED-RECORD
           END-IF.

      *    Same natural key the EDUDUPF duplicate register uses.
       TAKE-NATURAL-KEY      section.

           IF VER-LAYOUT-V2
               MOVE V2-ACCOUNT-ID OF EDUFEED-RECORD-V2
                                       TO WS-NATURAL-KEY(1:10)
               MOVE V2-EFFECTIVE-DATE OF EDUFEED-RECORD-V2
                                       TO WS-NATURAL-KEY(11:8)
           ELSE
               MOVE NUMERIC-STRING OF EDUFEED-RECORD
                                       TO WS-NATURAL-KEY
           END-IF.

      *    As EDUBAT1 does it: a V1 record, or a blank ACCOUNT-ID
      *    the existence check already rejects, leaves the verdict
      *    NOT-DONE. The daily value limit is left at zero (not
      *    checked): archived traffic carries no account day totals
      *    to hold it against, and both passes skip it alike.
       LOOKUP-ACCOUNT-MASTER section.

           SET ACV-LOOKUP-NOT-DONE TO TRUE.
           MOVE SPACE TO ACV-ACCOUNT-STATUS.
           MOVE ZERO  TO ACV-VALID-FROM.
           MOVE ZERO  TO ACV-VALID-TO.
           MOVE ZERO  TO ACV-DAILY-LIMIT.
           MOVE ZERO  TO ACV-LIMIT-TOLERANCE.
           MOVE ZERO  TO ACV-DAY-TOTAL.
           SET ACV-DAY-TOTAL-KNOWN TO TRUE.

           IF VER-LAYOUT-V2
               IF V2-ACCOUNT-ID OF EDUFEED-RECORD-V2
                                        IS EQUAL TO SPACES OR
                  V2-ACCOUNT-ID OF EDUFEED-RECORD-V2
                                        IS EQUAL TO LOW-VALUES
                   CONTINUE
               ELSE
                   IF WS-ACMF-AVAILABLE-YES
                       PERFORM READ-ACCOUNT-MASTER
                   ELSE
                       SET ACV-LOOKUP-UNAVAILABLE TO TRUE
                   END-IF
               END-IF
           END-IF.

       READ-ACCOUNT-MASTER   section.

           MOVE V2-ACCOUNT-ID OF EDUFEED-RECORD-V2 TO ACM-ACCOUNT-ID.

           READ EDUACMF
               INVALID KEY
                   SET ACV-LOOKUP-MISSING TO TRUE
               NOT INVALID KEY
                   SET ACV-LOOKUP-FOUND   TO TRUE
                   MOVE ACM-STATUS     TO ACV-ACCOUNT-STATUS
                   MOVE ACM-VALID-FROM TO ACV-VALID-FROM
                   MOVE ACM-VALID-TO   TO ACV-VALID-TO
           END-READ.

      *    1 accepted, 2 warned, 3 rejected - left in WS-TO-SUB.
       TAKE-OUTCOME-SUBSCRIPT section.

           EVALUATE TRUE
               WHEN EDU-OVERALL-VALID
                   MOVE 1 TO WS-TO-SUB
               WHEN EDU-OVERALL-WARNING
                   MOVE 2 TO WS-TO-SUB
               WHEN OTHER
                   MOVE 3 TO WS-TO-SUB
           END-EVALUATE.

       TALLY-SIMULATED-RECORD section.

           SET PROV-IDX TO WS-CURRENT-PROV.
           ADD 1 TO WS-PROV-RECORDS(PROV-IDX).
           ADD 1 TO WS-PROV-LIVE(PROV-IDX, WS-LIVE-SUB).
           ADD 1 TO WS-PROV-CAND(PROV-IDX, WS-CAND-SUB).

           IF WS-LIVE-SUB IS NOT EQUAL TO WS-CAND-SUB
               ADD 1 TO WS-FLIPPED-COUNT
               ADD 1 TO WS-FLIP-COUNT
                            (PROV-IDX, WS-LIVE-SUB, WS-CAND-SUB)
               IF WS-FLIP-SAMPLES(PROV-IDX, WS-LIVE-SUB, WS-CAND-SUB)
                                              IS LESS THAN 3
                   ADD 1 TO WS-FLIP-SAMPLES
                            (PROV-IDX, WS-LIVE-SUB, WS-CAND-SUB)
                   MOVE WS-FLIP-SAMPLES
                            (PROV-IDX, WS-LIVE-SUB, WS-CAND-SUB)
                                              TO WS-SAMPLE-SUB
                   MOVE WS-NATURAL-KEY TO WS-FLIP-SAMPLE
                       (PROV-IDX, WS-LIVE-SUB, WS-CAND-SUB,
                        WS-SAMPLE-SUB)
               END-IF
           ELSE
               IF WS-LIVE-CODE IS NOT EQUAL TO WS-CAND-CODE
                   ADD 1 TO WS-RECODED-COUNT
               END-IF
           END-IF.

           MOVE WS-LIVE-CODE TO WS-TALLY-CODE.
           SET WS-TALLY-LIVE TO TRUE.
           PERFORM TALLY-RESULT-CODE.
           MOVE WS-CAND-CODE TO WS-TALLY-CODE.
           SET WS-TALLY-CANDIDATE TO TRUE.
           PERFORM TALLY-RESULT-CODE.

       TALLY-RESULT-CODE     section.

           SET WS-FOUND-NO TO TRUE.
           PERFORM LOOK-AT-ONE-CODE
               VARYING CODE-IDX FROM 1 BY 1
               UNTIL CODE-IDX IS GREATER THAN WS-CODE-COUNT
                  OR WS-FOUND-YES.

           IF WS-FOUND-YES
               SET CODE-IDX DOWN BY 1
           ELSE
               IF WS-CODE-COUNT IS LESS THAN 500
                   ADD 1 TO WS-CODE-COUNT
                   SET CODE-IDX TO WS-CODE-COUNT
                   MOVE WS-PROV-ID(WS-CURRENT-PROV)
                                       TO WS-CODE-PROVIDER(CODE-IDX)
                   MOVE WS-TALLY-CODE  TO WS-CODE-VALUE(CODE-IDX)
                   MOVE ZERO           TO WS-CODE-LIVE(CODE-IDX)
                   MOVE ZERO           TO WS-CODE-CAND(CODE-IDX)
                   SET WS-FOUND-YES TO TRUE
               ELSE
                   IF WS-CODE-FULL-WARNED-YES
                       CONTINUE
                   ELSE
                       DISPLAY NN 'CODE TABLE FULL AT 500 - FURTHER '
                               'PROVIDER/CODE PAIRS NOT COUNTED'
                       SET WS-CODE-FULL-WARNED-YES TO TRUE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           IF WS-FOUND-YES
               IF WS-TALLY-LIVE
                   ADD 1 TO WS-CODE-LIVE(CODE-IDX)
               ELSE
                   ADD 1 TO WS-CODE-CAND(CODE-IDX)
               END-IF
           END-IF.

       LOOK-AT-ONE-CODE      section.

           IF WS-CODE-PROVIDER(CODE-IDX) IS EQUAL TO
                                  WS-PROV-ID(WS-CURRENT-PROV) AND
              WS-CODE-VALUE(CODE-IDX) IS EQUAL TO WS-TALLY-CODE
               SET WS-FOUND-YES TO TRUE
           END-IF.

       CLOSE-REPLAY-FILES    section.

           CLOSE EDUFEED.
           IF WS-ACMF-AVAILABLE-YES
               CLOSE EDUACMF
           END-IF.

      *----------------------------------------------------------------*
      *    The comparison report.
      *----------------------------------------------------------------*
       PRINT-SIMULATION-REPORT section.

           DISPLAY ' '.
           MOVE WS-FEED-COUNT     TO WS-DISPLAY-COUNT
           DISPLAY NN 'FEEDS REPLAYED       : ' WS-DISPLAY-COUNT.
           MOVE WS-REPLAYED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY NN 'RECORDS REPLAYED     : ' WS-DISPLAY-COUNT.
           MOVE WS-SKIPPED-COUNT  TO WS-DISPLAY-COUNT
           DISPLAY NN 'WRONG LENGTH SKIPPED : ' WS-DISPLAY-COUNT.
           MOVE WS-FLIPPED-COUNT  TO WS-DISPLAY-COUNT
           DISPLAY NN 'OUTCOME WOULD FLIP   : ' WS-DISPLAY-COUNT.
           MOVE WS-RECODED-COUNT  TO WS-DISPLAY-COUNT
           DISPLAY NN 'SAME OUTCOME, NEW CODE:' WS-DISPLAY-COUNT.

           DISPLAY ' '.
           DISPLAY 'OUTCOMES BY PROVIDER        '
                   '      LIVE: ACCEPTED  WARNED  REJECTED'
                   '  CAND: ACCEPTED  WARNED  REJECTED'.
           PERFORM PRINT-ONE-PROVIDER
               VARYING PROV-IDX FROM 1 BY 1
               UNTIL PROV-IDX IS GREATER THAN WS-PROV-COUNT.

           DISPLAY ' '.
           DISPLAY 'OUTCOME FLIPS BY PROVIDER (LIVE -> CANDIDATE), '
                   'WITH SAMPLE NATURAL KEYS'.
           PERFORM PRINT-PROVIDER-FLIPS
               VARYING PROV-IDX FROM 1 BY 1
               UNTIL PROV-IDX IS GREATER THAN WS-PROV-COUNT.

           DISPLAY ' '.
           DISPLAY 'RECORDS BY PROVIDER AND RESULT-CODE'.
           PERFORM PRINT-ONE-CODE
               VARYING CODE-IDX FROM 1 BY 1
               UNTIL CODE-IDX IS GREATER THAN WS-CODE-COUNT.

       PRINT-ONE-PROVIDER    section.

           MOVE WS-PROV-ID(PROV-IDX)        TO RPT-PROV-ID.
           MOVE WS-PROV-RECORDS(PROV-IDX)   TO RPT-PROV-RECORDS.
           MOVE WS-PROV-LIVE(PROV-IDX, 1)   TO RPT-PROV-LIVE-A.
           MOVE WS-PROV-LIVE(PROV-IDX, 2)   TO RPT-PROV-LIVE-W.
           MOVE WS-PROV-LIVE(PROV-IDX, 3)   TO RPT-PROV-LIVE-R.
           MOVE WS-PROV-CAND(PROV-IDX, 1)   TO RPT-PROV-CAND-A.
           MOVE WS-PROV-CAND(PROV-IDX, 2)   TO RPT-PROV-CAND-W.
           MOVE WS-PROV-CAND(PROV-IDX, 3)   TO RPT-PROV-CAND-R.
           DISPLAY WS-PROVIDER-LINE.

       PRINT-PROVIDER-FLIPS  section.

           PERFORM PRINT-FLIPS-FROM-ONE
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB IS GREATER THAN 3.

       PRINT-FLIPS-FROM-ONE  section.

           PERFORM PRINT-ONE-FLIP
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB IS GREATER THAN 3.

       PRINT-ONE-FLIP        section.

           IF WS-FLIP-COUNT(PROV-IDX, WS-FROM-SUB, WS-TO-SUB)
                                              IS GREATER THAN ZERO
               MOVE WS-PROV-ID(PROV-IDX)          TO RPT-FLIP-PROV
               MOVE WS-OUTCOME-NAME(WS-FROM-SUB)  TO RPT-FLIP-FROM
               MOVE WS-OUTCOME-NAME(WS-TO-SUB)    TO RPT-FLIP-TO
               MOVE WS-FLIP-COUNT(PROV-IDX, WS-FROM-SUB, WS-TO-SUB)
                                                  TO RPT-FLIP-COUNT
               MOVE SPACES TO RPT-FLIP-SAMPLE-1
                              RPT-FLIP-SAMPLE-2
                              RPT-FLIP-SAMPLE-3
               MOVE WS-FLIP-SAMPLE(PROV-IDX, WS-FROM-SUB, WS-TO-SUB, 1)
                                                  TO RPT-FLIP-SAMPLE-1
               IF WS-FLIP-SAMPLES(PROV-IDX, WS-FROM-SUB, WS-TO-SUB)
                                              IS GREATER THAN 1
                   MOVE WS-FLIP-SAMPLE
                            (PROV-IDX, WS-FROM-SUB, WS-TO-SUB, 2)
                                                  TO RPT-FLIP-SAMPLE-2
               END-IF
               IF WS-FLIP-SAMPLES(PROV-IDX, WS-FROM-SUB, WS-TO-SUB)
                                              IS GREATER THAN 2
                   MOVE WS-FLIP-SAMPLE
                            (PROV-IDX, WS-FROM-SUB, WS-TO-SUB, 3)
                                                  TO RPT-FLIP-SAMPLE-3
               END-IF
               DISPLAY WS-FLIP-LINE
           END-IF.

       PRINT-ONE-CODE        section.

           MOVE WS-CODE-PROVIDER(CODE-IDX) TO RPT-CODE-PROV.
           MOVE WS-CODE-VALUE(CODE-IDX)    TO RPT-CODE.
           MOVE WS-CODE-LIVE(CODE-IDX)     TO RPT-CODE-LIVE.
           MOVE WS-CODE-CAND(CODE-IDX)     TO RPT-CODE-CAND.
           COMPUTE RPT-CODE-CHANGE = WS-CODE-CAND(CODE-IDX)
                                   - WS-CODE-LIVE(CODE-IDX).
           DISPLAY WS-CODE-LINE.
      *----------------------------------------------------------------*
