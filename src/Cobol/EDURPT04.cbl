      *                      new PST-DUPLICATE-COUNT, so the          *
      *                      double-sending conversation happens at   *
      *                      the same meeting.                         *
      *        15/10/26  RC  Account daily limit check joined the      *
      *                      worst-check ranking as EDUPSTF grew to    *
      *                      144 bytes.                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUPSTF
           RECORD CONTAINS 144 CHARACTERS.
           COPY EDUPST.

       WORKING-STORAGE SECTION.
                              VALUE 'EFFECTIVE-DATE'.
           03 FILLER                  PIC X(22)
                              VALUE 'ACCOUNT-MASTER'.
           03 FILLER                  PIC X(22)
                              VALUE 'ACCOUNT-LIMIT'.
       01 WS-CHECK-NAME-TABLE REDEFINES WS-CHECK-NAME-VALUES.
           03 WS-CHECK-NAME OCCURS 11 TIMES PIC X(22).

       01 WS-PROVIDER-TABLE.
           03 WS-PROV-COUNT                   PIC S9(4) COMP
              05 WS-PRV-ACCEPTED              PIC S9(8) COMP.
              05 WS-PRV-WARNED                PIC S9(8) COMP.
              05 WS-PRV-REJECTED              PIC S9(8) COMP.
              05 WS-PRV-CHECK-FAIL OCCURS 11 TIMES
                                              PIC S9(8) COMP.
              05 WS-PRV-DUPLICATES            PIC S9(8) COMP.
              05 WS-PRV-REJ-RATE              PIC 9(3)V9.
                                      TO WS-PRV-DUPLICATES(PROV-IDX)
                   PERFORM ADD-ONE-CHECK-COUNT
                       VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB IS GREATER THAN 11
               END-IF
           END-IF.

                   MOVE ZERO TO WS-PRV-DUPLICATES(PROV-IDX)
                   PERFORM CLEAR-ONE-CHECK-COUNT
                       VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB IS GREATER THAN 11
                   SET WS-TABLE-FULL-NO TO TRUE
               ELSE
                   SET WS-TABLE-FULL-YES TO TRUE

           PERFORM COMPARE-ONE-CHECK
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB IS GREATER THAN 11.

       COMPARE-ONE-CHECK     section.

