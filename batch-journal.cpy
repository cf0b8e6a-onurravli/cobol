      * run-time trend report reads the history back to show whether
      * the night is getting longer. Times are HHMMSSHH as ACCEPT
      * FROM TIME delivers them.
      * BJ-STEP-ID, BJ-PROGRAM and BJ-RESULT are appended after the
      * original fields so entries written before the job calendar
      * still line up. BJ-STEP-ID carries the two-digit step number
      * from the schedule (BJ-STEP-NUMBER holds zero for steps above
      * nine); BJ-RESULT is R for a step that ran, N for one that was
      * not due that night and H for one held back because a step it
      * depends on did not finish. Older entries have a blank result
      * and were all steps that ran.
               01 BATCH-JOURNAL-RECORD.
                   05 BJ-STEP-NUMBER PIC 9(01).
                   05 BJ-START-DATE PIC 9(08).
                   05 BJ-END-DATE PIC 9(08).
                   05 BJ-END-TIME PIC 9(08).
                   05 BJ-RC PIC 9(04).
                   05 BJ-STEP-ID PIC 9(02).
                   05 BJ-PROGRAM PIC X(12).
                   05 BJ-RESULT PIC X(01).
                       88 BJ-STEP-RAN VALUE "R" SPACE.
                       88 BJ-STEP-NOT-DUE VALUE "N".
                       88 BJ-STEP-HELD VALUE "H".
