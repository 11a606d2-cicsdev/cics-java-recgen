      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * End-of-day account limit report from the EDUADTF day-total     *
      * file EDUBAT1 and EDUPGM add to as they accept V2 records. For  *
      * the report date (PARM='YYYYMMDD', or today when no PARM is     *
      * given) every account whose PACKED-DIGIT-WITH-COMMA total has   *
      * reached 90% of its daily limit is listed with the total, the   *
      * limit in force, the percentage used and the day's record,      *
      * warned (+23) and rejected (-23) counts - the accounts the      *
      * business wants a word with before tomorrow's first feed.       *
      * An account with no limit (zero) is never listed.               *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'End-of-day report of accounts near their daily limit'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDURPT07".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-zSeries.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDUADTF ASSIGN TO EDUADTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADT-RECORD-KEY
               FILE STATUS IS WS-ADTF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUADTF
           RECORD CONTAINS 70 CHARACTERS.
           COPY EDUADT.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDURPT07: '.

       01 WS-VARIABLES.
           03 WS-ADTF-STATUS                  PIC X(02).
           03 WS-MORE-RECORDS                 PIC X     VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
           03 WS-REPORT-DATE                  PIC X(8).
           03 WS-PERCENT-USED                 PIC 9(5)V9.
           03 WS-ACCOUNT-COUNT                PIC S9(8) COMP
                                               VALUE +0.
           03 WS-NEAR-COUNT                   PIC S9(8) COMP
                                               VALUE +0.
           03 WS-OVER-COUNT                   PIC S9(8) COMP
                                               VALUE +0.
           03 WS-DISPLAY-COUNT                PIC Z(7)9.

      *    How close to its limit an account must be to be listed,
      *    uniform across accounts. Hardcoded the way EDURPT04's
      *    quality floors are.
       01 WS-REPORT-THRESHOLDS.
           03 WS-NEAR-PERCENT                 PIC 9(3)V9
                                               VALUE 090.0.

       01 WS-REPORT-LINE.
           03 RPT-ACCOUNT             PIC X(10).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-DAY-TOTAL           PIC Z(12)9.999.
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-DAILY-LIMIT         PIC Z(11)9.999.
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-PERCENT             PIC ZZZZ9.9.
           03 FILLER                  PIC X(1)  VALUE '%'.
           03 RPT-RECORDS             PIC Z(6)9.
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-WARNED              PIC Z(4)9.
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-REJECTED            PIC Z(4)9.
           03 RPT-OVER                PIC X(7).

       LINKAGE SECTION.
       01 WS-PARM-AREA.
           03 WS-PARM-LEN                     PIC S9(4)  COMP.
           03 WS-PARM-TEXT                    PIC X(8).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROGRAM          section.
      D    DISPLAY NN 'Starting'.

           PERFORM ESTABLISH-REPORT-DATE.
           PERFORM OPEN-DAY-TOTAL-FILE.

           DISPLAY 'ACCOUNTS NEAR THEIR DAILY LIMIT - '
                   WS-REPORT-DATE.
           DISPLAY ' '.
           DISPLAY 'ACCOUNT            DAY TOTAL      DAILY LIMIT '
                   '   USED RECORDS  WARN   REJ'.

           PERFORM READ-DAY-TOTAL-RECORD.
           PERFORM EXAMINE-ONE-RECORD
               UNTIL WS-MORE-RECORDS-NO.

           PERFORM CLOSE-DAY-TOTAL-FILE.
           PERFORM PRINT-SUMMARY.

      D    DISPLAY NN 'Ending'.
           STOP RUN.

       ESTABLISH-REPORT-DATE section.

           IF WS-PARM-LEN IS GREATER THAN OR EQUAL TO +8
               MOVE WS-PARM-TEXT TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF.

       OPEN-DAY-TOTAL-FILE   section.

           OPEN INPUT EDUADTF.
           IF WS-ADTF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUADTF FAILED, STATUS = '
                                                   WS-ADTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-DAY-TOTAL-RECORD section.

           READ EDUADTF NEXT RECORD
               AT END
                   SET WS-MORE-RECORDS-NO TO TRUE
           END-READ.

           IF WS-MORE-RECORDS-YES
               IF WS-ADTF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUADTF FAILED, STATUS = '
                                                       WS-ADTF-STATUS
                   SET WS-MORE-RECORDS-NO TO TRUE
               END-IF
           END-IF.

      *    The file is keyed account first, so the report date's rows
      *    are spread through it and the whole file is read; the list
      *    comes out in account order. The limit judged against is
      *    the one in force at the account's last update that day.
       EXAMINE-ONE-RECORD    section.

           IF ADT-TOTAL-DATE IS EQUAL TO WS-REPORT-DATE AND
              ADT-DAILY-LIMIT IS GREATER THAN ZERO
               ADD 1 TO WS-ACCOUNT-COUNT
               COMPUTE WS-PERCENT-USED ROUNDED =
                   ADT-DAY-TOTAL * 100 / ADT-DAILY-LIMIT
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PERCENT-USED
               END-COMPUTE
               IF WS-PERCENT-USED IS NOT LESS THAN WS-NEAR-PERCENT
                   PERFORM PRINT-ONE-ACCOUNT
               END-IF
           END-IF.

           PERFORM READ-DAY-TOTAL-RECORD.

       PRINT-ONE-ACCOUNT     section.

           ADD 1 TO WS-NEAR-COUNT.

           MOVE ADT-ACCOUNT-ID      TO RPT-ACCOUNT
           MOVE ADT-DAY-TOTAL       TO RPT-DAY-TOTAL
           MOVE ADT-DAILY-LIMIT     TO RPT-DAILY-LIMIT
           MOVE WS-PERCENT-USED     TO RPT-PERCENT
           MOVE ADT-RECORD-COUNT    TO RPT-RECORDS
           MOVE ADT-WARNED-COUNT    TO RPT-WARNED
           MOVE ADT-REJECTED-COUNT  TO RPT-REJECTED

           IF ADT-DAY-TOTAL IS GREATER THAN ADT-DAILY-LIMIT
               ADD 1 TO WS-OVER-COUNT
               MOVE ' *OVER*'       TO RPT-OVER
           ELSE
               MOVE SPACES          TO RPT-OVER
           END-IF

           DISPLAY WS-REPORT-LINE.

       PRINT-SUMMARY         section.

           DISPLAY ' '.
           MOVE WS-ACCOUNT-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY 'ACCOUNTS WITH A LIMIT AND A TOTAL  '
                   WS-DISPLAY-COUNT.
           MOVE WS-NEAR-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY 'AT OR ABOVE 90% OF THEIR LIMIT     '
                   WS-DISPLAY-COUNT.
           MOVE WS-OVER-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY 'OF WHICH OVER THE LIMIT ITSELF     '
                   WS-DISPLAY-COUNT.

           IF WS-ACCOUNT-COUNT IS EQUAL TO ZERO
               DISPLAY NN 'NO ACCOUNT DAY TOTALS FOR '
                          WS-REPORT-DATE
           END-IF.

       CLOSE-DAY-TOTAL-FILE  section.

           CLOSE EDUADTF.
      *----------------------------------------------------------------*
