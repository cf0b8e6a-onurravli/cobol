      * open; TC-ROLL-FLAG is set to Y when the registrar declares
      * term end, and the rollover step clears it after carrying the
      * closed term's enrollments into history.
      * TC-GRADE-OVERRIDE is appended after the original fields so
      * records written before it existed still line up; the
      * registrar sets it to Y to let the rollover close a term that
      * the grade reconciliation still shows with missing grades, or
      * whose reconciliation is missing or predates the latest grade
      * posting, and the rollover step clears it with the roll flag.
      * TC-START-DATE is the first day of the open term, appended for
      * the same line-up reason. The rollover step stamps the date it
      * opens the term and the registrar may correct it; the add/drop
      * adjustment run measures how far into the term a drop falls
      * from it.
               01 TERM-CONTROL-RECORD.
                   05 TC-TERM PIC X(06).
                   05 TC-NEXT-TERM PIC X(06).
                   05 TC-ROLL-FLAG PIC X(01).
                       88 TC-ROLLOVER-PENDING VALUE "Y".
                   05 TC-GRADE-OVERRIDE PIC X(01).
                       88 TC-MISSING-GRADES-WAIVED VALUE "Y".
                   05 TC-START-DATE PIC 9(08).
