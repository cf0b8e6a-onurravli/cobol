      * STUDENT-PROGRAM-RECORD is a student's declared program of
      * study on the student program file, keyed by student ID and
      * shared by the degree maintenance program that assigns it and
      * the degree audit run. SP-PROGRAM matches DR-PROGRAM on the
      * degree requirements file; SP-DECLARED-DATE is the date the
      * program was assigned or last changed.
               01 STUDENT-PROGRAM-RECORD.
                   05 SP-ID PIC 9(06).
                   05 SP-PROGRAM PIC X(06).
                   05 SP-DECLARED-DATE PIC 9(08).
