               SELECT BATCH-JOURNAL-FILE ASSIGN TO "BATCHJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BATCH-JOURNAL-STATUS.
               SELECT JOB-SCHEDULE-FILE ASSIGN TO "JOBSCHED.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOB-SCHEDULE-STATUS.
               SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-STATUS.
               SELECT PLAN-REPORT-FILE ASSIGN TO "NIGHTPLAN.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLAN-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  RUN-CONTROL-FILE.
               01 RUN-CONTROL-RECORD.
                   05 RC-STEP-NUMBER PIC 9(02).
                   05 RC-COMPLETE-FLAG PIC X(01).
                   05 RC-START-DATE PIC 9(08).
                   05 RC-START-TIME PIC 9(08).
                   05 RC-END-DATE PIC 9(08).
                   05 RC-END-TIME PIC 9(08).
                   05 RC-STEP-RC PIC 9(04).
                   05 RC-PROGRAM PIC X(12).

           FD  BATCH-JOURNAL-FILE.
               COPY "batch-journal.cpy".

           FD  JOB-SCHEDULE-FILE.
               COPY "job-schedule.cpy".

           FD  TERM-CONTROL-FILE.
               COPY "term-control.cpy".

           FD  PLAN-REPORT-FILE.
               01 PLAN-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-RUN-CONTROL-STATUS PIC X(02).
               01 WS-BATCH-JOURNAL-STATUS PIC X(02).
               01 WS-JOB-SCHEDULE-STATUS PIC X(02).
               01 WS-TERM-STATUS PIC X(02).
               01 WS-PLAN-STATUS PIC X(02).

               01 WS-RUN-CONTROL-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-RUN-CONTROL VALUE "Y".
               01 WS-SCHEDULE-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SCHEDULE VALUE "Y".

               01 WS-STEP-LIMIT PIC 9(02) VALUE 40.
               01 WS-STEP-COUNT PIC 9(02) VALUE ZERO.
               01 WS-STEP-SUB PIC 9(02) VALUE ZERO.
               01 WS-RUN-SUB PIC 9(02) VALUE ZERO.
               01 WS-CURRENT-STEP PIC 9(02) VALUE ZERO.
               01 WS-DEP-SUB PIC 9(01) VALUE ZERO.
               01 WS-DAY-SUB PIC 9(01) VALUE ZERO.

               01 WS-STEP-TABLE.
                   05 WS-STEP-ENTRY OCCURS 40 TIMES.
                       10 WS-ST-STEP PIC 9(02).
                       10 WS-ST-PROGRAM PIC X(12).
                       10 WS-ST-DESCRIPTION PIC X(30).
                       10 WS-ST-DEPENDS-ON PIC 9(02) OCCURS 3 TIMES.
                       10 WS-ST-WEEKDAYS PIC X(07).
                       10 WS-ST-FROM-DATE PIC 9(08).
                       10 WS-ST-TO-DATE PIC 9(08).
                       10 WS-ST-TERM-STATE PIC X(01).
                       10 WS-ST-PLAN-TEXT PIC X(27).
                       10 WS-ST-COMPLETE PIC X(01).
                       10 WS-ST-START-DATE PIC 9(08).
                       10 WS-ST-START-TIME PIC 9(08).

               01 WS-ALL-COMPLETE-FLAG PIC X(01) VALUE "N".
                   88 ALL-STEPS-COMPLETE VALUE "Y".
               01 WS-FRESH-CYCLE-FLAG PIC X(01) VALUE "Y".
                   88 FRESH-CYCLE VALUE "Y".
               01 WS-RUN-CONTROL-MATCH-FLAG PIC X(01) VALUE "Y".
                   88 RUN-CONTROL-MATCHES VALUE "Y".
               01 WS-STEP-FOUND-FLAG PIC X(01) VALUE "N".
                   88 STEP-FOUND VALUE "Y".
               01 WS-DEPENDENCIES-FLAG PIC X(01) VALUE "Y".
                   88 DEPENDENCIES-MET VALUE "Y".
               01 WS-STEPS-HELD-FLAG PIC X(01) VALUE "N".
                   88 STEPS-HELD VALUE "Y".
               01 WS-TERM-FOUND-FLAG PIC X(01) VALUE "N".
                   88 TERM-CONTROL-FOUND VALUE "Y".

               01 WS-LOADED-STEP-COUNT PIC 9(02) VALUE ZERO.
               01 WS-SEARCH-STEP PIC 9(02) VALUE ZERO.
               01 WS-FOUND-SUB PIC 9(02) VALUE ZERO.
               01 WS-BLOCKING-STEP PIC 9(02) VALUE ZERO.
               01 WS-CYCLE-RC PIC 9(04) VALUE ZERO.
               01 WS-JOURNAL-RESULT PIC X(01) VALUE SPACE.
               01 WS-SCHEDULE-REASON PIC X(30) VALUE SPACES.

               01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
               01 WS-DAY-OF-WEEK PIC 9(01) VALUE ZERO.
               01 WS-DAY-NAMES PIC X(21)
                   VALUE "MONTUEWEDTHUFRISATSUN".
               01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
                   05 WS-DAY-NAME PIC X(03) OCCURS 7 TIMES.
               01 WS-OPEN-TERM PIC X(06) VALUE SPACES.
               01 WS-TERM-ROLL-FLAG PIC X(01) VALUE "N".
                   88 TERM-ROLLOVER-PENDING VALUE "Y".
               01 WS-TERM-START-DATE PIC 9(08) VALUE ZERO.
               01 WS-TERM-DAY PIC S9(07) VALUE ZERO.

               01 WS-PLAN-RUN-COUNT PIC 9(02) VALUE ZERO.
               01 WS-PLAN-NOT-DUE-COUNT PIC 9(02) VALUE ZERO.
               01 WS-PLAN-DONE-COUNT PIC 9(02) VALUE ZERO.
               01 WS-PLAN-DEP-1 PIC Z9 BLANK WHEN ZERO.
               01 WS-PLAN-DEP-2 PIC Z9 BLANK WHEN ZERO.
               01 WS-PLAN-DEP-3 PIC Z9 BLANK WHEN ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               DISPLAY "NIGHTLY BATCH CYCLE STARTING".
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
               PERFORM LOAD-TERM-CONTROL.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-JOB-SCHEDULE
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-RUN-CONTROL
                   PERFORM CHECK-ALL-COMPLETE
                   IF ALL-STEPS-COMPLETE THEN
                       DISPLAY "PRIOR CYCLE COMPLETE - STARTING FRESH"
                       PERFORM RESET-STEP-STATUS
                   END-IF
                   IF FRESH-CYCLE THEN
                       PERFORM PLAN-FRESH-CYCLE
                   ELSE
                       DISPLAY "RESTARTING INTERRUPTED CYCLE"
                   END-IF
                   PERFORM PRINT-RUN-PLAN
                   PERFORM SAVE-RUN-CONTROL
                   PERFORM RUN-SCHEDULED-STEPS
                   MOVE WS-CYCLE-RC TO RETURN-CODE
               END-IF.
               IF RETURN-CODE = 0 AND NOT STEPS-HELD THEN
                   DISPLAY "NIGHTLY BATCH CYCLE COMPLETE"
               ELSE
                   DISPLAY "NIGHTLY BATCH CYCLE STOPPED - A STEP FAILED"
               END-IF.
               GOBACK.

           LOAD-TERM-CONTROL.
               OPEN INPUT TERM-CONTROL-FILE.
               IF WS-TERM-STATUS = "00" THEN
                   READ TERM-CONTROL-FILE
                       AT END CONTINUE
                       NOT AT END
                           SET TERM-CONTROL-FOUND TO TRUE
                           MOVE TC-TERM TO WS-OPEN-TERM
                           MOVE TC-ROLL-FLAG TO WS-TERM-ROLL-FLAG
                           IF TC-START-DATE IS NUMERIC THEN
                               MOVE TC-START-DATE
                                   TO WS-TERM-START-DATE
                           END-IF
                   END-READ
                   CLOSE TERM-CONTROL-FILE
               ELSE
                   IF WS-TERM-STATUS NOT = "35" THEN
                       DISPLAY "TERM CONTROL OPEN FAILED - STATUS "
                           WS-TERM-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           LOAD-JOB-SCHEDULE.
               MOVE ZERO TO WS-STEP-COUNT.
               OPEN INPUT JOB-SCHEDULE-FILE.
               IF WS-JOB-SCHEDULE-STATUS = "00" THEN
                   PERFORM READ-JOB-SCHEDULE
                   PERFORM STORE-JOB-SCHEDULE UNTIL END-OF-SCHEDULE
                   CLOSE JOB-SCHEDULE-FILE
               ELSE
                   IF WS-JOB-SCHEDULE-STATUS = "35" THEN
                       DISPLAY "NO JOB SCHEDULE ON FILE - USING"
                           " STANDARD NIGHTLY SCHEDULE"
                       PERFORM LOAD-STANDARD-SCHEDULE
                   ELSE
                       DISPLAY "JOB SCHEDULE OPEN FAILED - STATUS "
                           WS-JOB-SCHEDULE-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0 AND WS-STEP-COUNT = 0 THEN
                   DISPLAY "JOB SCHEDULE HAS NO STEPS"
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "JOB SCHEDULE REJECTED - NO STEPS RUN"
               END-IF.

           READ-JOB-SCHEDULE.
               READ JOB-SCHEDULE-FILE
                   AT END SET END-OF-SCHEDULE TO TRUE
               END-READ.

           STORE-JOB-SCHEDULE.
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM READ-JOB-SCHEDULE.

           STORE-SCHEDULE-ENTRY.
               PERFORM VALIDATE-SCHEDULE-ENTRY.
               IF WS-SCHEDULE-REASON NOT = SPACES THEN
                   DISPLAY "JOB SCHEDULE STEP " JS-STEP-NUMBER
                       " REJECTED - " WS-SCHEDULE-REASON
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-STEP-COUNT = WS-STEP-LIMIT THEN
                       DISPLAY "JOB SCHEDULE EXCEEDS TABLE LIMIT"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-STEP-COUNT
                       PERFORM COPY-SCHEDULE-ENTRY
                   END-IF
               END-IF.

           VALIDATE-SCHEDULE-ENTRY.
               MOVE SPACES TO WS-SCHEDULE-REASON.
               IF JS-STEP-NUMBER IS NOT NUMERIC
                       OR JS-STEP-NUMBER = 0 THEN
                   MOVE "INVALID STEP NUMBER" TO WS-SCHEDULE-REASON
               ELSE
                   MOVE JS-STEP-NUMBER TO WS-SEARCH-STEP
                   PERFORM FIND-SCHEDULED-STEP
                   IF STEP-FOUND THEN
                       MOVE "DUPLICATE STEP NUMBER"
                           TO WS-SCHEDULE-REASON
                   ELSE
                       IF JS-PROGRAM = SPACES THEN
                           MOVE "NO PROGRAM NAME"
                               TO WS-SCHEDULE-REASON
                       ELSE
                           PERFORM VALIDATE-SCHEDULE-TIMING
                       END-IF
                   END-IF
               END-IF.
               IF WS-SCHEDULE-REASON = SPACES THEN
                   MOVE 1 TO WS-DEP-SUB
                   PERFORM VALIDATE-DEPENDENCY
                       UNTIL WS-DEP-SUB > 3
                           OR WS-SCHEDULE-REASON NOT = SPACES
               END-IF.

           VALIDATE-SCHEDULE-TIMING.
               MOVE 1 TO WS-DAY-SUB.
               PERFORM VALIDATE-WEEKDAY-FLAG
                   UNTIL WS-DAY-SUB > 7
                       OR WS-SCHEDULE-REASON NOT = SPACES.
               IF WS-SCHEDULE-REASON = SPACES THEN
                   IF JS-FROM-DATE IS NOT NUMERIC
                           OR JS-TO-DATE IS NOT NUMERIC THEN
                       MOVE "INVALID DATE WINDOW"
                           TO WS-SCHEDULE-REASON
                   ELSE
                       IF JS-TO-DATE NOT = 0
                               AND JS-FROM-DATE > JS-TO-DATE THEN
                           MOVE "INVALID DATE WINDOW"
                               TO WS-SCHEDULE-REASON
                       ELSE
                           IF NOT JS-VALID-TERM-STATE THEN
                               MOVE "INVALID TERM STATE"
                                   TO WS-SCHEDULE-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           VALIDATE-WEEKDAY-FLAG.
               IF JS-WEEKDAYS (WS-DAY-SUB:1) NOT = "Y"
                       AND JS-WEEKDAYS (WS-DAY-SUB:1) NOT = "N"
                       AND JS-WEEKDAYS (WS-DAY-SUB:1) NOT = SPACE THEN
                   MOVE "INVALID WEEKDAY FLAGS" TO WS-SCHEDULE-REASON
               END-IF.
               ADD 1 TO WS-DAY-SUB.

           VALIDATE-DEPENDENCY.
               IF JS-DEPENDS-ON (WS-DEP-SUB) IS NOT NUMERIC THEN
                   MOVE "INVALID DEPENDENCY" TO WS-SCHEDULE-REASON
               ELSE
                   IF JS-DEPENDS-ON (WS-DEP-SUB) NOT = 0 THEN
                       MOVE JS-DEPENDS-ON (WS-DEP-SUB)
                           TO WS-SEARCH-STEP
                       PERFORM FIND-SCHEDULED-STEP
                       IF NOT STEP-FOUND THEN
                           MOVE "DEPENDS ON A STEP NOT LISTED ABOVE"
                               TO WS-SCHEDULE-REASON
                       END-IF
                   END-IF
               END-IF.
               ADD 1 TO WS-DEP-SUB.

           COPY-SCHEDULE-ENTRY.
               MOVE JS-STEP-NUMBER TO WS-ST-STEP (WS-STEP-COUNT).
               MOVE JS-PROGRAM TO WS-ST-PROGRAM (WS-STEP-COUNT).
               MOVE JS-DESCRIPTION
                   TO WS-ST-DESCRIPTION (WS-STEP-COUNT).
               MOVE JS-DEPENDS-ON (1)
                   TO WS-ST-DEPENDS-ON (WS-STEP-COUNT, 1).
               MOVE JS-DEPENDS-ON (2)
                   TO WS-ST-DEPENDS-ON (WS-STEP-COUNT, 2).
               MOVE JS-DEPENDS-ON (3)
                   TO WS-ST-DEPENDS-ON (WS-STEP-COUNT, 3).
               MOVE JS-WEEKDAYS TO WS-ST-WEEKDAYS (WS-STEP-COUNT).
               MOVE JS-FROM-DATE TO WS-ST-FROM-DATE (WS-STEP-COUNT).
               MOVE JS-TO-DATE TO WS-ST-TO-DATE (WS-STEP-COUNT).
               MOVE JS-TERM-STATE
                   TO WS-ST-TERM-STATE (WS-STEP-COUNT).
               MOVE WS-STEP-COUNT TO WS-STEP-SUB.
               PERFORM INIT-STEP-ENTRY.

           LOAD-STANDARD-SCHEDULE.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 1 TO JS-STEP-NUMBER.
               MOVE "mast-backup" TO JS-PROGRAM.
               MOVE "MASTER BACKUP AND VERIFY" TO JS-DESCRIPTION.
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 2 TO JS-STEP-NUMBER.
               MOVE "user-input" TO JS-PROGRAM.
               MOVE "APPLICANT INTAKE" TO JS-DESCRIPTION.
               MOVE 1 TO JS-DEPENDS-ON (1).
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 3 TO JS-STEP-NUMBER.
               MOVE "age-pending" TO JS-PROGRAM.
               MOVE "PENDING-ADMISSIONS AGING" TO JS-DESCRIPTION.
               MOVE 2 TO JS-DEPENDS-ON (1).
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 18 TO JS-STEP-NUMBER.
               MOVE "seat-offer" TO JS-PROGRAM.
               MOVE "RESERVE SEAT OFFERS" TO JS-DESCRIPTION.
               MOVE 3 TO JS-DEPENDS-ON (1).
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 4 TO JS-STEP-NUMBER.
               MOVE "variables" TO JS-PROGRAM.
               MOVE "STUDENT ROSTER" TO JS-DESCRIPTION.
               MOVE 3 TO JS-DEPENDS-ON (1).
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 5 TO JS-STEP-NUMBER.
               MOVE "while-loop" TO JS-PROGRAM.
               MOVE "ROSTER REPORT" TO JS-DESCRIPTION.
               MOVE 4 TO JS-DEPENDS-ON (1).
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 6 TO JS-STEP-NUMBER.
               MOVE "night-recon" TO JS-PROGRAM.
               MOVE "NIGHTLY RECONCILIATION" TO JS-DESCRIPTION.
               MOVE 5 TO JS-DEPENDS-ON (1).
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 7 TO JS-STEP-NUMBER.
               MOVE "gen-cycle" TO JS-PROGRAM.
               MOVE "GENERATION CYCLING" TO JS-DESCRIPTION.
               MOVE 6 TO JS-DEPENDS-ON (1).
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 10 TO JS-STEP-NUMBER.
               MOVE "grade-post" TO JS-PROGRAM.
               MOVE "GRADE POSTING" TO JS-DESCRIPTION.
               MOVE 7 TO JS-DEPENDS-ON (1).
               MOVE "R" TO JS-TERM-STATE.
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 20 TO JS-STEP-NUMBER.
               MOVE "grade-recon" TO JS-PROGRAM.
               MOVE "GRADE RECONCILIATION" TO JS-DESCRIPTION.
               MOVE 10 TO JS-DEPENDS-ON (1).
               MOVE "R" TO JS-TERM-STATE.
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 21 TO JS-STEP-NUMBER.
               MOVE "degree-audit" TO JS-PROGRAM.
               MOVE "DEGREE AUDIT" TO JS-DESCRIPTION.
               MOVE 10 TO JS-DEPENDS-ON (1).
               MOVE "R" TO JS-TERM-STATE.
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 22 TO JS-STEP-NUMBER.
               MOVE "award-renew" TO JS-PROGRAM.
               MOVE "AWARD RENEWAL CHECK" TO JS-DESCRIPTION.
               MOVE 10 TO JS-DEPENDS-ON (1).
               MOVE "R" TO JS-TERM-STATE.
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 11 TO JS-STEP-NUMBER.
               MOVE "grad-cand" TO JS-PROGRAM.
               MOVE "GRADUATION CANDIDATES" TO JS-DESCRIPTION.
               MOVE 10 TO JS-DEPENDS-ON (1).
               MOVE 21 TO JS-DEPENDS-ON (2).
               MOVE "R" TO JS-TERM-STATE.
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 8 TO JS-STEP-NUMBER.
               MOVE "term-roll" TO JS-PROGRAM.
               MOVE "TERM ROLLOVER" TO JS-DESCRIPTION.
               MOVE 11 TO JS-DEPENDS-ON (1).
               MOVE 20 TO JS-DEPENDS-ON (2).
               MOVE 22 TO JS-DEPENDS-ON (3).
               MOVE "R" TO JS-TERM-STATE.
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 12 TO JS-STEP-NUMBER.
               MOVE "stu-archive" TO JS-PROGRAM.
               MOVE "STUDENT ARCHIVE" TO JS-DESCRIPTION.
               MOVE 8 TO JS-DEPENDS-ON (1).
               MOVE "R" TO JS-TERM-STATE.
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 9 TO JS-STEP-NUMBER.
               MOVE "hold-auto" TO JS-PROGRAM.
               MOVE "AUTOMATIC FINANCIAL HOLDS" TO JS-DESCRIPTION.
               MOVE 7 TO JS-DEPENDS-ON (1).
               MOVE 8 TO JS-DEPENDS-ON (2).
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 13 TO JS-STEP-NUMBER.
               MOVE "course-reg" TO JS-PROGRAM.
               MOVE "COURSE REGISTRATION" TO JS-DESCRIPTION.
               MOVE 9 TO JS-DEPENDS-ON (1).
               MOVE "O" TO JS-TERM-STATE.
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 14 TO JS-STEP-NUMBER.
               MOVE "tuition-bill" TO JS-PROGRAM.
               MOVE "TUITION BILLING" TO JS-DESCRIPTION.
               MOVE 13 TO JS-DEPENDS-ON (1).
               MOVE "F" TO JS-TERM-STATE.
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 15 TO JS-STEP-NUMBER.
               MOVE "pay-post" TO JS-PROGRAM.
               MOVE "PAYMENT POSTING" TO JS-DESCRIPTION.
               MOVE 7 TO JS-DEPENDS-ON (1).
               MOVE 14 TO JS-DEPENDS-ON (2).
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 19 TO JS-STEP-NUMBER.
               MOVE "gl-release" TO JS-PROGRAM.
               MOVE "GL INTERFACE RELEASE" TO JS-DESCRIPTION.
               MOVE 14 TO JS-DEPENDS-ON (1).
               MOVE 15 TO JS-DEPENDS-ON (2).
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 16 TO JS-STEP-NUMBER.
               MOVE "ack-match" TO JS-PROGRAM.
               MOVE "ACKNOWLEDGEMENT MATCHING" TO JS-DESCRIPTION.
               MOVE 7 TO JS-DEPENDS-ON (1).
               PERFORM STORE-SCHEDULE-ENTRY.
               PERFORM CLEAR-SCHEDULE-RECORD.
               MOVE 17 TO JS-STEP-NUMBER.
               MOVE "integ-sweep" TO JS-PROGRAM.
               MOVE "WEEKLY INTEGRITY SWEEP" TO JS-DESCRIPTION.
               MOVE 15 TO JS-DEPENDS-ON (1).
               MOVE "NNNNNNY" TO JS-WEEKDAYS.
               PERFORM STORE-SCHEDULE-ENTRY.

           CLEAR-SCHEDULE-RECORD.
               MOVE SPACES TO JOB-SCHEDULE-RECORD.
               MOVE ZERO TO JS-STEP-NUMBER.
               MOVE ZERO TO JS-DEPENDS-ON (1).
               MOVE ZERO TO JS-DEPENDS-ON (2).
               MOVE ZERO TO JS-DEPENDS-ON (3).
               MOVE ZERO TO JS-FROM-DATE.
               MOVE ZERO TO JS-TO-DATE.

           FIND-SCHEDULED-STEP.
               MOVE "N" TO WS-STEP-FOUND-FLAG.
               MOVE 1 TO WS-FOUND-SUB.
               PERFORM SCAN-SCHEDULED-STEP
                   UNTIL STEP-FOUND OR WS-FOUND-SUB > WS-STEP-COUNT.

           SCAN-SCHEDULED-STEP.
               IF WS-ST-STEP (WS-FOUND-SUB) = WS-SEARCH-STEP THEN
                   SET STEP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-FOUND-SUB
               END-IF.

           RESET-STEP-STATUS.
               SET FRESH-CYCLE TO TRUE.
               MOVE 1 TO WS-STEP-SUB.
               PERFORM INIT-STEP-ENTRY
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT.

           INIT-STEP-ENTRY.
               MOVE "N" TO WS-ST-COMPLETE (WS-STEP-SUB).
               MOVE SPACES TO WS-ST-PLAN-TEXT (WS-STEP-SUB).
               MOVE ZERO TO WS-ST-START-DATE (WS-STEP-SUB).
               MOVE ZERO TO WS-ST-START-TIME (WS-STEP-SUB).
               MOVE ZERO TO WS-ST-END-DATE (WS-STEP-SUB).
           LOAD-RUN-CONTROL.
               OPEN INPUT RUN-CONTROL-FILE.
               IF WS-RUN-CONTROL-STATUS = "00" THEN
                   MOVE "N" TO WS-FRESH-CYCLE-FLAG
                   PERFORM READ-RUN-CONTROL
                   PERFORM STORE-RUN-CONTROL
                       UNTIL END-OF-RUN-CONTROL
                   CLOSE RUN-CONTROL-FILE
                   IF NOT RUN-CONTROL-MATCHES
                           OR WS-LOADED-STEP-COUNT
                               NOT = WS-STEP-COUNT THEN
                       DISPLAY "RUN-CONTROL FILE DOES NOT MATCH STEP"
                           " LIST - STARTING FRESH"
                       PERFORM RESET-STEP-STATUS
                   END-IF
               END-IF.

               END-READ.

           STORE-RUN-CONTROL.
               MOVE "N" TO WS-STEP-FOUND-FLAG.
               IF RC-STEP-NUMBER IS NUMERIC THEN
                   MOVE RC-STEP-NUMBER TO WS-SEARCH-STEP
                   PERFORM FIND-SCHEDULED-STEP
               END-IF.
               IF STEP-FOUND THEN
                   IF RC-PROGRAM NOT = WS-ST-PROGRAM (WS-FOUND-SUB) THEN
                       MOVE "N" TO WS-STEP-FOUND-FLAG
                   END-IF
               END-IF.
               IF STEP-FOUND
                       AND (RC-COMPLETE-FLAG = "Y"
                           OR RC-COMPLETE-FLAG = "N"
                           OR RC-COMPLETE-FLAG = "S") THEN
                   MOVE RC-COMPLETE-FLAG
                       TO WS-ST-COMPLETE (WS-FOUND-SUB)
                   MOVE RC-START-DATE
                       TO WS-ST-START-DATE (WS-FOUND-SUB)
                   MOVE RC-START-TIME
                       TO WS-ST-START-TIME (WS-FOUND-SUB)
                   MOVE RC-END-DATE
                       TO WS-ST-END-DATE (WS-FOUND-SUB)
                   MOVE RC-END-TIME
                       TO WS-ST-END-TIME (WS-FOUND-SUB)
                   MOVE RC-STEP-RC
                       TO WS-ST-RC (WS-FOUND-SUB)
                   ADD 1 TO WS-LOADED-STEP-COUNT
               ELSE
                   MOVE "N" TO WS-RUN-CONTROL-MATCH-FLAG
               END-IF.
               PERFORM READ-RUN-CONTROL.

               OPEN OUTPUT RUN-CONTROL-FILE.
               MOVE 1 TO WS-STEP-SUB.
               PERFORM WRITE-RUN-CONTROL-ENTRY
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT.
               CLOSE RUN-CONTROL-FILE.

           WRITE-RUN-CONTROL-ENTRY.
               MOVE WS-ST-STEP (WS-STEP-SUB) TO RC-STEP-NUMBER.
               MOVE WS-ST-COMPLETE (WS-STEP-SUB)
                   TO RC-COMPLETE-FLAG.
               MOVE WS-ST-START-DATE (WS-STEP-SUB)
               MOVE WS-ST-END-DATE (WS-STEP-SUB) TO RC-END-DATE.
               MOVE WS-ST-END-TIME (WS-STEP-SUB) TO RC-END-TIME.
               MOVE WS-ST-RC (WS-STEP-SUB) TO RC-STEP-RC.
               MOVE WS-ST-PROGRAM (WS-STEP-SUB) TO RC-PROGRAM.
               WRITE RUN-CONTROL-RECORD.
               ADD 1 TO WS-STEP-SUB.

               MOVE "Y" TO WS-ALL-COMPLETE-FLAG.
               MOVE 1 TO WS-STEP-SUB.
               PERFORM CHECK-STEP-COMPLETE
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT.

           CHECK-STEP-COMPLETE.
               IF WS-ST-COMPLETE (WS-STEP-SUB) NOT = "Y"
                       AND WS-ST-COMPLETE (WS-STEP-SUB) NOT = "S" THEN
                   MOVE "N" TO WS-ALL-COMPLETE-FLAG
               END-IF.
               ADD 1 TO WS-STEP-SUB.

           PLAN-FRESH-CYCLE.
               MOVE 1 TO WS-STEP-SUB.
               PERFORM CHECK-STEP-DUE
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT.

           CHECK-STEP-DUE.
               MOVE SPACES TO WS-ST-PLAN-TEXT (WS-STEP-SUB).
               IF WS-ST-WEEKDAYS (WS-STEP-SUB) NOT = SPACES
                       AND WS-ST-WEEKDAYS (WS-STEP-SUB)
                           (WS-DAY-OF-WEEK:1) NOT = "Y" THEN
                   MOVE "NOT DUE - WEEKDAY"
                       TO WS-ST-PLAN-TEXT (WS-STEP-SUB)
               END-IF.
               IF WS-ST-PLAN-TEXT (WS-STEP-SUB) = SPACES
                       AND WS-ST-FROM-DATE (WS-STEP-SUB) NOT = 0
                       AND WS-RUN-DATE
                           < WS-ST-FROM-DATE (WS-STEP-SUB) THEN
                   MOVE "NOT DUE - BEFORE WINDOW"
                       TO WS-ST-PLAN-TEXT (WS-STEP-SUB)
               END-IF.
               IF WS-ST-PLAN-TEXT (WS-STEP-SUB) = SPACES
                       AND WS-ST-TO-DATE (WS-STEP-SUB) NOT = 0
                       AND WS-RUN-DATE
                           > WS-ST-TO-DATE (WS-STEP-SUB) THEN
                   MOVE "NOT DUE - AFTER WINDOW"
                       TO WS-ST-PLAN-TEXT (WS-STEP-SUB)
               END-IF.
               IF WS-ST-PLAN-TEXT (WS-STEP-SUB) = SPACES
                       AND WS-ST-TERM-STATE (WS-STEP-SUB)
                           NOT = SPACE THEN
                   PERFORM CHECK-TERM-STATE
               END-IF.
               IF WS-ST-PLAN-TEXT (WS-STEP-SUB) NOT = SPACES THEN
                   MOVE "S" TO WS-ST-COMPLETE (WS-STEP-SUB)
               END-IF.
               ADD 1 TO WS-STEP-SUB.

           CHECK-TERM-STATE.
               IF NOT TERM-CONTROL-FOUND THEN
                   MOVE "NOT DUE - NO TERM CONTROL"
                       TO WS-ST-PLAN-TEXT (WS-STEP-SUB)
               ELSE
                   IF WS-ST-TERM-STATE (WS-STEP-SUB) = "R"
                           AND NOT TERM-ROLLOVER-PENDING THEN
                       MOVE "NOT DUE - NO ROLLOVER"
                           TO WS-ST-PLAN-TEXT (WS-STEP-SUB)
                   END-IF
                   IF WS-ST-TERM-STATE (WS-STEP-SUB) = "O"
                           AND TERM-ROLLOVER-PENDING THEN
                       MOVE "NOT DUE - ROLLOVER PENDING"
                           TO WS-ST-PLAN-TEXT (WS-STEP-SUB)
                   END-IF
                   IF WS-ST-TERM-STATE (WS-STEP-SUB) = "F" THEN
                       PERFORM CHECK-FIRST-NIGHT
                   END-IF
               END-IF.

           CHECK-FIRST-NIGHT.
               MOVE 99 TO WS-TERM-DAY.
               IF WS-TERM-START-DATE NOT = 0 THEN
                   COMPUTE WS-TERM-DAY =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE (WS-TERM-START-DATE)
               END-IF.
               IF WS-TERM-DAY < 0 OR WS-TERM-DAY > 1 THEN
                   MOVE "NOT DUE - NOT FIRST NIGHT"
                       TO WS-ST-PLAN-TEXT (WS-STEP-SUB)
               END-IF.

           PRINT-RUN-PLAN.
               OPEN OUTPUT PLAN-REPORT-FILE.
               MOVE SPACES TO PLAN-LINE.
               STRING "TONIGHT'S PLAN - RUN DATE " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DAY-NAME (WS-DAY-OF-WEEK) DELIMITED BY SIZE
                   "  OPEN TERM " DELIMITED BY SIZE
                   WS-OPEN-TERM DELIMITED BY SIZE
                   INTO PLAN-LINE
               END-STRING.
               PERFORM WRITE-PLAN-LINE.
               IF NOT FRESH-CYCLE THEN
                   MOVE "RESTART OF AN INTERRUPTED CYCLE" TO PLAN-LINE
                   PERFORM WRITE-PLAN-LINE
               END-IF.
               PERFORM WRITE-PLAN-LINE.
               MOVE "STEP PROGRAM      DESCRIPTION" TO PLAN-LINE.
               MOVE "PLAN" TO PLAN-LINE (50:4).
               PERFORM WRITE-PLAN-LINE.
               MOVE 1 TO WS-STEP-SUB.
               PERFORM PRINT-PLAN-STEP
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT.
               PERFORM WRITE-PLAN-LINE.
               STRING "STEPS TO RUN: " DELIMITED BY SIZE
                   WS-PLAN-RUN-COUNT DELIMITED BY SIZE
                   "  NOT DUE: " DELIMITED BY SIZE
                   WS-PLAN-NOT-DUE-COUNT DELIMITED BY SIZE
                   "  ALREADY COMPLETE: " DELIMITED BY SIZE
                   WS-PLAN-DONE-COUNT DELIMITED BY SIZE
                   INTO PLAN-LINE
               END-STRING.
               DISPLAY PLAN-LINE.
               PERFORM WRITE-PLAN-LINE.
               CLOSE PLAN-REPORT-FILE.

           PRINT-PLAN-STEP.
               IF WS-ST-COMPLETE (WS-STEP-SUB) = "Y" THEN
                   MOVE "COMPLETE IN EARLIER ATTEMPT"
                       TO WS-ST-PLAN-TEXT (WS-STEP-SUB)
                   ADD 1 TO WS-PLAN-DONE-COUNT
               END-IF.
               IF WS-ST-COMPLETE (WS-STEP-SUB) = "S" THEN
                   IF WS-ST-PLAN-TEXT (WS-STEP-SUB) = SPACES THEN
                       MOVE "NOT DUE THIS CYCLE"
                           TO WS-ST-PLAN-TEXT (WS-STEP-SUB)
                   END-IF
                   ADD 1 TO WS-PLAN-NOT-DUE-COUNT
               END-IF.
               IF WS-ST-COMPLETE (WS-STEP-SUB) = "N" THEN
                   MOVE "WILL RUN" TO WS-ST-PLAN-TEXT (WS-STEP-SUB)
                   ADD 1 TO WS-PLAN-RUN-COUNT
               END-IF.
               STRING " " DELIMITED BY SIZE
                   WS-ST-STEP (WS-STEP-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ST-PROGRAM (WS-STEP-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ST-DESCRIPTION (WS-STEP-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ST-PLAN-TEXT (WS-STEP-SUB) DELIMITED BY SIZE
                   INTO PLAN-LINE
               END-STRING.
               PERFORM WRITE-PLAN-LINE.
               IF WS-ST-DEPENDS-ON (WS-STEP-SUB, 1) NOT = 0
                       OR WS-ST-DEPENDS-ON (WS-STEP-SUB, 2) NOT = 0
                       OR WS-ST-DEPENDS-ON (WS-STEP-SUB, 3)
                           NOT = 0 THEN
                   MOVE WS-ST-DEPENDS-ON (WS-STEP-SUB, 1)
                       TO WS-PLAN-DEP-1
                   MOVE WS-ST-DEPENDS-ON (WS-STEP-SUB, 2)
                       TO WS-PLAN-DEP-2
                   MOVE WS-ST-DEPENDS-ON (WS-STEP-SUB, 3)
                       TO WS-PLAN-DEP-3
                   STRING "                  AFTER STEP "
                           DELIMITED BY SIZE
                       WS-PLAN-DEP-1 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PLAN-DEP-2 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PLAN-DEP-3 DELIMITED BY SIZE
                       INTO PLAN-LINE
                   END-STRING
                   PERFORM WRITE-PLAN-LINE
               END-IF.
               ADD 1 TO WS-STEP-SUB.

           WRITE-PLAN-LINE.
               WRITE PLAN-LINE.
               MOVE SPACES TO PLAN-LINE.

           RUN-SCHEDULED-STEPS.
               MOVE 1 TO WS-RUN-SUB.
               PERFORM EXECUTE-SCHEDULED-STEP
                   UNTIL WS-RUN-SUB > WS-STEP-COUNT.

           EXECUTE-SCHEDULED-STEP.
               MOVE WS-RUN-SUB TO WS-CURRENT-STEP.
               IF WS-ST-COMPLETE (WS-CURRENT-STEP) = "Y" THEN
                   DISPLAY "STEP " WS-ST-STEP (WS-CURRENT-STEP)
                       " ALREADY COMPLETE - SKIPPED"
               ELSE
                   IF WS-ST-COMPLETE (WS-CURRENT-STEP) = "S" THEN
                       DISPLAY "STEP " WS-ST-STEP (WS-CURRENT-STEP)
                           " NOT DUE - SKIPPED"
                       IF FRESH-CYCLE THEN
                           MOVE "N" TO WS-JOURNAL-RESULT
                           PERFORM RECORD-STEP-SKIPPED
                       END-IF
                   ELSE
                       PERFORM CHECK-DEPENDENCIES
                       IF DEPENDENCIES-MET THEN
                           PERFORM RECORD-STEP-START
                           PERFORM RUN-SCHEDULED-STEP
                           PERFORM RECORD-STEP-END
                       ELSE
                           DISPLAY "STEP "
                               WS-ST-STEP (WS-CURRENT-STEP)
                               " HELD - STEP " WS-BLOCKING-STEP
                               " DID NOT COMPLETE"
                           SET STEPS-HELD TO TRUE
                           MOVE "H" TO WS-JOURNAL-RESULT
                           PERFORM RECORD-STEP-SKIPPED
                       END-IF
                   END-IF
               END-IF.
               ADD 1 TO WS-RUN-SUB.

           CHECK-DEPENDENCIES.
               MOVE "Y" TO WS-DEPENDENCIES-FLAG.
               MOVE 1 TO WS-DEP-SUB.
               PERFORM CHECK-ONE-DEPENDENCY
                   UNTIL WS-DEP-SUB > 3 OR NOT DEPENDENCIES-MET.

           CHECK-ONE-DEPENDENCY.
               IF WS-ST-DEPENDS-ON (WS-CURRENT-STEP, WS-DEP-SUB)
                       NOT = 0 THEN
                   MOVE WS-ST-DEPENDS-ON (WS-CURRENT-STEP, WS-DEP-SUB)
                       TO WS-SEARCH-STEP
                   PERFORM FIND-SCHEDULED-STEP
                   IF STEP-FOUND
                           AND WS-ST-COMPLETE (WS-FOUND-SUB) NOT = "Y"
                           AND WS-ST-COMPLETE (WS-FOUND-SUB)
                               NOT = "S" THEN
                       MOVE "N" TO WS-DEPENDENCIES-FLAG
                       MOVE WS-SEARCH-STEP TO WS-BLOCKING-STEP
                   END-IF
               END-IF.
               ADD 1 TO WS-DEP-SUB.

           RUN-SCHEDULED-STEP.
               DISPLAY "STEP " WS-ST-STEP (WS-CURRENT-STEP) ": "
                   WS-ST-DESCRIPTION (WS-CURRENT-STEP).
               MOVE 0 TO RETURN-CODE.
               CALL WS-ST-PROGRAM (WS-CURRENT-STEP)
                   ON EXCEPTION
                       DISPLAY "PROGRAM NOT FOUND - "
                           WS-ST-PROGRAM (WS-CURRENT-STEP)
                       MOVE 8 TO RETURN-CODE
               END-CALL.
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "STEP " WS-ST-STEP (WS-CURRENT-STEP)
                       " FAILED - RC=" RETURN-CODE
               END-IF.

           RECORD-STEP-START.
               ACCEPT WS-ST-START-DATE (WS-CURRENT-STEP)
                   FROM DATE YYYYMMDD.
               MOVE RETURN-CODE TO WS-ST-RC (WS-CURRENT-STEP).
               IF RETURN-CODE = 0 THEN
                   MOVE "Y" TO WS-ST-COMPLETE (WS-CURRENT-STEP)
               ELSE
                   IF WS-ST-RC (WS-CURRENT-STEP) > WS-CYCLE-RC THEN
                       MOVE WS-ST-RC (WS-CURRENT-STEP) TO WS-CYCLE-RC
                   END-IF
               END-IF.
               PERFORM SAVE-RUN-CONTROL.
               MOVE "R" TO WS-JOURNAL-RESULT.
               PERFORM APPEND-BATCH-JOURNAL.

           RECORD-STEP-SKIPPED.
               ACCEPT WS-ST-START-DATE (WS-CURRENT-STEP)
                   FROM DATE YYYYMMDD.
               ACCEPT WS-ST-START-TIME (WS-CURRENT-STEP) FROM TIME.
               MOVE WS-ST-START-DATE (WS-CURRENT-STEP)
                   TO WS-ST-END-DATE (WS-CURRENT-STEP).
               MOVE WS-ST-START-TIME (WS-CURRENT-STEP)
                   TO WS-ST-END-TIME (WS-CURRENT-STEP).
               MOVE ZERO TO WS-ST-RC (WS-CURRENT-STEP).
               PERFORM SAVE-RUN-CONTROL.
               PERFORM APPEND-BATCH-JOURNAL.

           APPEND-BATCH-JOURNAL.
               IF WS-BATCH-JOURNAL-STATUS = "35" THEN
                   OPEN OUTPUT BATCH-JOURNAL-FILE
               END-IF.
               IF WS-ST-STEP (WS-CURRENT-STEP) <= 9 THEN
                   MOVE WS-ST-STEP (WS-CURRENT-STEP) TO BJ-STEP-NUMBER
               ELSE
                   MOVE ZERO TO BJ-STEP-NUMBER
               END-IF.
               MOVE WS-ST-START-DATE (WS-CURRENT-STEP)
                   TO BJ-START-DATE.
               MOVE WS-ST-START-TIME (WS-CURRENT-STEP)
               MOVE WS-ST-END-DATE (WS-CURRENT-STEP) TO BJ-END-DATE.
               MOVE WS-ST-END-TIME (WS-CURRENT-STEP) TO BJ-END-TIME.
               MOVE WS-ST-RC (WS-CURRENT-STEP) TO BJ-RC.
               MOVE WS-ST-STEP (WS-CURRENT-STEP) TO BJ-STEP-ID.
               MOVE WS-ST-PROGRAM (WS-CURRENT-STEP) TO BJ-PROGRAM.
               MOVE WS-JOURNAL-RESULT TO BJ-RESULT.
               WRITE BATCH-JOURNAL-RECORD.
               CLOSE BATCH-JOURNAL-FILE.

           END PROGRAM batch-driver.
