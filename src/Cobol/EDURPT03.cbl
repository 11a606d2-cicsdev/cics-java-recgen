      *        02/09/26  RC  ACCOUNT-MASTER referential check joined  *
      *                      the breakdown as the audit record grew    *
      *                      to 40 bytes.                              *
      *        15/10/26  RC  Account daily limit check joined the      *
      *                      breakdown as the audit record grew to     *
      *                      41 bytes.                                 *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Failing-field Pareto report from the per-field failure flags   *
      * the EDUAUDF audit records carry (AUD-FLG-BINARY-DIGIT through  *
      * AUD-FLG-ACCOUNT-LIMIT). For every DATA-PAYLOAD field it        *
      * reports, in descending order of blame: how many rejections     *
      * the field participated in, how often it was the sole failing   *
      * field versus one of several, and which terminals drive it.     *
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUAUDF
           RECORD CONTAINS 41 CHARACTERS.
           COPY EDUAUD.

       FD  RPTFILE
           03 WS-SORT-ITEM                    PIC S9(4) COMP.

       01 WS-FLAG-BYTES.
           03 WS-FLAG-BYTE OCCURS 11 TIMES
                            INDEXED BY FLG-IDX  PIC X.

       01 WS-FIELD-NAME-VALUES.
                              VALUE 'EFFECTIVE-DATE'.
           03 FILLER                  PIC X(22)
                              VALUE 'ACCOUNT-MASTER'.
           03 FILLER                  PIC X(22)
                              VALUE 'ACCOUNT-LIMIT'.
       01 WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
           03 WS-FIELD-NAME OCCURS 11 TIMES PIC X(22).

       01 WS-FIELD-STATS.
           03 WS-FIELD-ENTRY OCCURS 11 TIMES
                              INDEXED BY FLD-IDX.
              05 WS-FLD-PARTICIPATED          PIC S9(8) COMP
                                               VALUE +0.
      *    pass in SORT-FIELD-ORDER; entry n holds the field
      *    subscript to print n-th.
       01 WS-FIELD-ORDER.
           03 WS-ORDER-SUBSCRIPT OCCURS 11 TIMES PIC S9(4) COMP.

       01 WS-TERM-TABLE.
           03 WS-TERM-COUNT                   PIC S9(4) COMP
           03 WS-TERM-ENTRY OCCURS 100 TIMES
                             INDEXED BY TERM-IDX.
              05 WS-TERM-ID                   PIC X(4).
              05 WS-TERM-FIELD-COUNT OCCURS 11 TIMES
                                              PIC S9(8) COMP.

       01 WS-HEADING-1.
               MOVE ZERO TO WS-FAILED-THIS-RECORD
               PERFORM COUNT-ONE-FLAG
                   VARYING FLG-IDX FROM 1 BY 1
                   UNTIL FLG-IDX IS GREATER THAN 11
               IF WS-FAILED-THIS-RECORD IS GREATER THAN ZERO
                   PERFORM FIND-OR-ADD-TERMINAL
                   PERFORM TALLY-ONE-FLAG
                       VARYING FLG-IDX FROM 1 BY 1
                       UNTIL FLG-IDX IS GREATER THAN 11
               END-IF
           END-IF.

                   MOVE AUD-TERMID TO WS-TERM-ID(TERM-IDX)
                   PERFORM CLEAR-ONE-TERM-ENTRY
                       VARYING WS-SWAP-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SWAP-SUBSCRIPT IS GREATER THAN 11
                   SET WS-TABLE-FULL-NO TO TRUE
               ELSE
                   SET WS-TABLE-FULL-YES TO TRUE
               SET WS-FOUND-YES TO TRUE
           END-IF.

      *    Eleven entries, so a plain bubble pass is all the sort the
      *    report needs: WS-ORDER-SUBSCRIPT ends up listing the
      *    field subscripts in descending participation order.
       SORT-FIELD-ORDER      section.

           PERFORM INIT-ONE-ORDER-ENTRY
               VARYING WS-SORT-ITEM FROM 1 BY 1
               UNTIL WS-SORT-ITEM IS GREATER THAN 11.

           PERFORM SORT-ONE-PASS
               VARYING WS-SORT-PASS FROM 1 BY 1
               UNTIL WS-SORT-PASS IS GREATER THAN 10.

       INIT-ONE-ORDER-ENTRY  section.


           PERFORM SORT-ONE-COMPARE
               VARYING WS-SORT-ITEM FROM 1 BY 1
               UNTIL WS-SORT-ITEM IS GREATER THAN 10.

       SORT-ONE-COMPARE      section.


           PERFORM PRINT-ONE-FIELD
               VARYING WS-SORT-ITEM FROM 1 BY 1
               UNTIL WS-SORT-ITEM IS GREATER THAN 11.

       PRINT-ONE-FIELD       section.


           PERFORM WRITE-ONE-FIELD-EXTRACT
               VARYING WS-SORT-ITEM FROM 1 BY 1
               UNTIL WS-SORT-ITEM IS GREATER THAN 11.

       WRITE-ONE-FIELD-EXTRACT section.

