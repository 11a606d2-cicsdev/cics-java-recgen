      *                      for the accepted-with-warnings outcome.   *
      *        02/09/26  RC  Account-master rejection codes -22/-21/  *
      *                      -20 seeded for the referential check.     *
      *        15/10/26  RC  Account daily value limit codes -23       *
      *                      (rejected) and +23 (accepted with a       *
      *                      warning) seeded.                          *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
           03 WS-TABLE-INDEX                  PIC S9(4)     COMP.

       01 EDU-MESSAGE-TABLE.
           03 EDU-MESSAGE-ENTRY OCCURS 20 TIMES
                                INDEXED BY MSG-IDX.
              05 SEED-RESULT-CODE             PIC S9(5).
              05 SEED-RESULT-TEXT             PIC X(25).
      * every row after it.
       LOAD-SEED-TABLE       section.

           MOVE  -23 TO SEED-RESULT-CODE(01)
           MOVE 'ACCOUNT DAILY LIMIT OVER'  TO SEED-RESULT-TEXT(01)
           MOVE  -22 TO SEED-RESULT-CODE(02)
           MOVE 'EFF-DATE OUTSIDE ACCOUNT'  TO SEED-RESULT-TEXT(02)
           MOVE  -21 TO SEED-RESULT-CODE(03)
           MOVE 'ACCOUNT NOT ACTIVE'        TO SEED-RESULT-TEXT(03)
           MOVE  -20 TO SEED-RESULT-CODE(04)
           MOVE 'ACCOUNT NOT ON MASTER'     TO SEED-RESULT-TEXT(04)
           MOVE  -19 TO SEED-RESULT-CODE(05)
           MOVE 'EFFECTIVE-DATE INVALID'    TO SEED-RESULT-TEXT(05)
           MOVE  -18 TO SEED-RESULT-CODE(06)
           MOVE 'ACCOUNT-ID MISSING'        TO SEED-RESULT-TEXT(06)
           MOVE  -17 TO SEED-RESULT-CODE(07)
           MOVE 'BOOL FIELD INVALID'        TO SEED-RESULT-TEXT(07)
           MOVE  -16 TO SEED-RESULT-CODE(08)
           MOVE 'SIGNED-PACKED INVALID'     TO SEED-RESULT-TEXT(08)
           MOVE  -15 TO SEED-RESULT-CODE(09)
           MOVE 'PKD-DIGIT-COMMA INVALID'   TO SEED-RESULT-TEXT(09)
           MOVE  -14 TO SEED-RESULT-CODE(10)
           MOVE 'PACKED-DIGIT INVALID'      TO SEED-RESULT-TEXT(10)
           MOVE  -13 TO SEED-RESULT-CODE(11)
           MOVE 'NUMERIC-STRING INVALID'    TO SEED-RESULT-TEXT(11)
           MOVE  -12 TO SEED-RESULT-CODE(12)
           MOVE 'CHARACTER-STRING INVALID'  TO SEED-RESULT-TEXT(12)
           MOVE  -11 TO SEED-RESULT-CODE(13)
           MOVE 'BINARY-DIGIT OUT OF RANGE' TO SEED-RESULT-TEXT(13)
           MOVE   -2 TO SEED-RESULT-CODE(14)
           MOVE 'EDUREQ CONTAINER MISSING'  TO SEED-RESULT-TEXT(14)
           MOVE   -1 TO SEED-RESULT-CODE(15)
           MOVE 'INVALID INPUT PARAMETERS'  TO SEED-RESULT-TEXT(15)
           MOVE    0 TO SEED-RESULT-CODE(16)
           MOVE 'PARAMETERS ARE ALL OK'     TO SEED-RESULT-TEXT(16)
           MOVE  +11 TO SEED-RESULT-CODE(17)
           MOVE 'BINARY-DIGIT IN WARN BAND' TO SEED-RESULT-TEXT(17)
           MOVE  +12 TO SEED-RESULT-CODE(18)
           MOVE 'CHAR-STR TRAILING NOISE'   TO SEED-RESULT-TEXT(18)
           MOVE  +15 TO SEED-RESULT-CODE(19)
           MOVE 'PKD-DIGIT-COMMA WARN BAND' TO SEED-RESULT-TEXT(19)
           MOVE  +23 TO SEED-RESULT-CODE(20)
           MOVE 'DAILY LIMIT IN TOLERANCE'  TO SEED-RESULT-TEXT(20).

       OPEN-OUTPUT-FILE      section.


           PERFORM WRITE-ONE-MESSAGE-RECORD
               VARYING MSG-IDX FROM 1 BY 1
               UNTIL MSG-IDX IS GREATER THAN 20.

       WRITE-ONE-MESSAGE-RECORD section.

