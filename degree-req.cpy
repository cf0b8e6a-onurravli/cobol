      * DEGREE-REQUIREMENT-RECORD is one line of a program of study's
      * requirements on the degree requirements file, shared by the
      * maintenance program that keeps it and the degree audit run
      * that checks each student against it. DR-TYPE says what the
      * line is: P is the program itself, carrying its title, the
      * minimum CGPA to graduate and the minimum total credits (zero
      * when the graduation credit parameter alone applies); R is a
      * course every student in the program must pass; E is an
      * elective group, carrying the group code, its title and the
      * credits that must be passed from it; G is one course that
      * counts toward the elective group named in DR-GROUP. Fields a
      * line type does not use are spaces or zero.
               01 DEGREE-REQUIREMENT-RECORD.
                   05 DR-PROGRAM PIC X(06).
                   05 DR-TYPE PIC X(01).
                       88 DR-PROGRAM-HEADER VALUE "P".
                       88 DR-REQUIRED-COURSE VALUE "R".
                       88 DR-ELECTIVE-GROUP VALUE "E".
                       88 DR-GROUP-COURSE VALUE "G".
                   05 DR-GROUP PIC X(04).
                   05 DR-COURSE PIC X(08).
                   05 DR-MIN-CREDITS PIC 9(03).
                   05 DR-MIN-CGPA PIC 9(01)V9(02).
                   05 DR-TITLE PIC X(30).
