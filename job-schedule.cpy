      * JOB-SCHEDULE-RECORD is one step of the nightly job calendar
      * on JOBSCHED.CTL. The batch driver runs the steps in the order
      * the records appear, so a step may only depend on steps listed
      * above it. JS-STEP-NUMBER identifies the step on the run
      * control file and the batch journal; JS-PROGRAM is the program
      * the driver calls. JS-DEPENDS-ON names up to three earlier
      * steps that must have finished cleanly in the same cycle before
      * this one runs (zero for an unused slot); a dependency that is
      * not due that night does not hold the step back.
      * A step is due when every condition that is filled in holds:
      * JS-WEEKDAYS is one flag per day, Monday first, with Y on the
      * days it runs; JS-FROM-DATE and JS-TO-DATE bound a date window
      * (zero leaves that end open); JS-TERM-STATE ties the step to
      * the term control file - R only while a rollover is pending,
      * O only while the open term is not being rolled, F only on the
      * term's start date or the night after it (the rollover stamps
      * the start date on the night it runs, so the new term's first
      * cycle falls the next night). A record with none of them
      * filled in runs every night.
               01 JOB-SCHEDULE-RECORD.
                   05 JS-STEP-NUMBER PIC 9(02).
                   05 JS-PROGRAM PIC X(12).
                   05 JS-DESCRIPTION PIC X(30).
                   05 JS-DEPENDS-ON PIC 9(02) OCCURS 3 TIMES.
                   05 JS-WEEKDAYS PIC X(07).
                   05 JS-FROM-DATE PIC 9(08).
                   05 JS-TO-DATE PIC 9(08).
                   05 JS-TERM-STATE PIC X(01).
                       88 JS-VALID-TERM-STATE VALUE SPACE "R" "O" "F".
