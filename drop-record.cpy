      * DROP-RECORD is one registration dropped by the registration
      * run, appended to the drop log with the date the drop was
      * applied, so tuition adjustment can price the refund by the
      * day the student left the course rather than the day the
      * adjustment happens to run. DR-TERM is the term the dropped
      * registration belonged to.
               01 DROP-RECORD.
                   05 DR-ID PIC 9(06).
                   05 DR-COURSE PIC X(08).
                   05 DR-TERM PIC X(06).
                   05 DR-DROP-DATE PIC 9(08).
