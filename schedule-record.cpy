      * SECTION-SCHEDULE-RECORD is one weekly meeting of a course on
      * the section schedule file, shared by the maintenance program
      * that books rooms and instructors, the registration program
      * that refuses adds whose meetings overlap a course the student
      * already holds, and the timetable and room utilisation
      * reports. A course may have several meetings (a lecture and a
      * lab, say); each is keyed by term, course, days and start
      * time. SS-DAYS holds one position per weekday, Monday first,
      * carrying the day letter (M T W R F S U) when the class meets
      * that day and a space when it does not. Times are 24-hour
      * HHMM; a meeting runs from SS-START-TIME up to, but not
      * including, SS-END-TIME.
               01 SECTION-SCHEDULE-RECORD.
                   05 SS-TERM PIC X(06).
                   05 SS-COURSE PIC X(08).
                   05 SS-DAYS PIC X(07).
                   05 SS-START-TIME PIC 9(04).
                   05 SS-END-TIME PIC 9(04).
                   05 SS-ROOM PIC X(08).
                   05 SS-INSTRUCTOR PIC X(20).
