      *       DATE    :  02 / 09 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *        15/10/26  RC  LIM decodes the account daily limit       *
      *                      flag; flags column widened to 55.         *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      *    names the flags decode to on screen, in EDU-FAILURE-FLAGS
      *    order.
       01 WS-FLAG-BYTES.
           03 WS-FLAG-BYTE OCCURS 11 TIMES
                            INDEXED BY FLG-IDX  PIC X.

       01 WS-FLAG-NAME-VALUES.
           03 FILLER                   PIC X(3)  VALUE 'AID'.
           03 FILLER                   PIC X(3)  VALUE 'EFD'.
           03 FILLER                   PIC X(3)  VALUE 'ACM'.
           03 FILLER                   PIC X(3)  VALUE 'LIM'.
       01 WS-FLAG-NAME-TABLE REDEFINES WS-FLAG-NAME-VALUES.
           03 WS-FLAG-NAME OCCURS 11 TIMES PIC X(3).

      *    One five-byte slot per flag: name, the flag byte itself,
      *    a gap. An 'O' (check passed) leaves its slot blank, so
      *    only the interesting flags reach the eye.
       01 WS-FLAG-DECODE.
           03 WS-FLAG-SLOT OCCURS 11 TIMES.
              05 WS-SLOT-NAME          PIC X(3).
              05 WS-SLOT-VALUE         PIC X.
              05 WS-SLOT-GAP           PIC X.
           03 FILLER                   PIC X     VALUE SPACE.
           03 DTL-CODE                 PIC -z(4)9.
           03 FILLER                   PIC X     VALUE SPACE.
           03 DTL-FLAGS                PIC X(55).
           03 FILLER                   PIC X(3)  VALUE SPACES.

           COPY EDUMAP3.

           MOVE AUD-FAILURE-FLAGS TO WS-FLAG-BYTES
           PERFORM DECODE-ONE-FLAG
               VARYING FLG-IDX FROM 1 BY 1
               UNTIL FLG-IDX IS GREATER THAN 11
           MOVE WS-FLAG-DECODE TO DTL-FLAGS

           MOVE WS-SHOWN-COUNT TO WS-LINE-SUB
