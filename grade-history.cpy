      * appended after the original fields so records written before
      * the term control file existed still line up; a space there
      * means the grade predates term stamping.
      * GH-ATTEMPT-STATUS, GH-CHANGE-DATE, GH-PRIOR-GRADE and
      * GH-CHANGE-REASON are appended after GH-TERM for the same
      * reason; a space in GH-ATTEMPT-STATUS means the grade counts
      * toward SM-CGPA. A grade change leaves the original row on
      * file marked superseded and writes the corrected grade as a
      * new row carrying the prior grade, change date and reason. A
      * repeated course leaves the earlier attempt marked excluded
      * so only the latest attempt counts.
               01 GRADE-HISTORY-RECORD.
                   05 GH-ID PIC 9(06).
                   05 GH-COURSE PIC X(08).
                   05 GH-CREDITS PIC 9(02).
                   05 GH-POST-DATE PIC 9(08).
                   05 GH-TERM PIC X(06).
                   05 GH-ATTEMPT-STATUS PIC X(01).
                       88 GH-COUNTED VALUE " ".
                       88 GH-SUPERSEDED VALUE "S".
                       88 GH-REPEAT-EXCLUDED VALUE "X".
                   05 GH-CHANGE-DATE PIC 9(08).
                   05 GH-PRIOR-GRADE PIC X(01).
                   05 GH-CHANGE-REASON PIC X(20).
