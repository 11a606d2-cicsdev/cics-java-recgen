      *                 audit question 'who changed what before it     *
      *                 was resubmitted' is always answerable.         *
      *       HISTORY :                                                *
      *        15/10/26  RC  Natural key of the repair record the      *
      *                      correction was made on added at the end,  *
      *                      so EDUCORF can be reached by natural key  *
      *                      through the EDU.EDUCORF.NKEY alternate    *
      *                      index - record grows 110 to 128 bytes.    *
      *----------------------------------------------------------------*

       01  EDU-CORRECTION-RECORD.
           03  COR-FIELD-NAME             PIC X(20).
           03  COR-OLD-VALUE              PIC X(30).
           03  COR-NEW-VALUE              PIC X(30).
      *        RJF-NATURAL-KEY of the repair record corrected.
           03  COR-NATURAL-KEY            PIC X(18).

      *----------------------------------------------------------------*
