               SELECT ENR-SORTED-FILE ASSIGN TO "ENRSORT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENR-SORTED-STATUS.
               SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-STATUS.
               SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCHEDULE-STATUS.
               SELECT DROP-LOG-FILE ASSIGN TO "DROPLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DROP-LOG-STATUS.
               SELECT REG-SORT-FILE ASSIGN TO "SORTWK1".
               SELECT ENR-SORT-FILE ASSIGN TO "SORTWK2".

           FD  WAITLIST-REPORT-FILE.
               01 WAITLIST-REPORT-LINE PIC X(80).

           FD  HOLD-FILE.
               COPY "hold-record.cpy".

           FD  SCHEDULE-FILE.
               COPY "schedule-record.cpy".

           FD  DROP-LOG-FILE.
               COPY "drop-record.cpy".

           FD  REG-SORTED-FILE.
               01 REG-TRANS-RECORD.
                   05 RT-ACTION PIC X(01).
               01 WS-TERM-STATUS PIC X(02).
               01 WS-REG-SORTED-STATUS PIC X(02).
               01 WS-ENR-SORTED-STATUS PIC X(02).
               01 WS-HOLD-STATUS PIC X(02).
               01 WS-SCHEDULE-STATUS PIC X(02).
               01 WS-DROP-LOG-STATUS PIC X(02).
               01 WS-CURRENT-TERM PIC X(06) VALUE SPACES.

               01 WS-CATALOG-EOF-FLAG PIC X(01) VALUE "N".
                   88 ALREADY-WAITLISTED VALUE "Y".
               01 WS-WAIT-FOUND-FLAG PIC X(01) VALUE "N".
                   88 WAIT-CANDIDATE-FOUND VALUE "Y".
               01 WS-WAIT-CHECK-FLAG PIC X(01) VALUE "N".
                   88 WAIT-CANDIDATE-ELIGIBLE VALUE "Y".
               01 WS-PROMOTE-ID PIC 9(06) VALUE ZERO.
               01 WS-PROMOTE-COURSE PIC X(08).
               01 WS-DROP-ID PIC 9(06) VALUE ZERO.

               01 WS-PROMOTE-COUNT PIC 9(04) VALUE ZERO.
               01 WS-PROMOTE-TABLE.
               01 WS-PROMOTE-MATCH-FLAG PIC X(01) VALUE "N".
                   88 KEY-ALREADY-PROMOTED VALUE "Y".

               01 WS-HOLD-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-HOLDS VALUE "Y".
               01 WS-TODAY PIC 9(08) VALUE ZERO.
               01 WS-BLOCK-COUNT PIC 9(04) VALUE ZERO.
               01 WS-BLOCK-TABLE.
                   05 WS-BLOCK-ENTRY OCCURS 5000 TIMES.
                       10 WS-BK-ID PIC 9(06).
                       10 WS-BK-TYPE PIC X(01).
               01 WS-BLOCK-SUB PIC 9(04) VALUE ZERO.
               01 WS-BLOCK-MATCH-FLAG PIC X(01) VALUE "N".
                   88 REGISTRATION-BLOCKED VALUE "Y".

               01 WS-SCHEDULE-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SCHEDULE VALUE "Y".
               01 WS-MEET-COUNT PIC 9(04) VALUE ZERO.
               01 WS-MEET-TABLE.
                   05 WS-MEET-ENTRY OCCURS 2000 TIMES.
                       10 WS-MS-COURSE PIC X(08).
                       10 WS-MS-DAYS.
                           15 WS-MS-DAY PIC X(01) OCCURS 7 TIMES.
                       10 WS-MS-START PIC 9(04).
                       10 WS-MS-END PIC 9(04).
               01 WS-MEET-SUB PIC 9(04) VALUE ZERO.
               01 WS-OTHER-MEET-SUB PIC 9(04) VALUE ZERO.
               01 WS-DAY-SUB PIC 9(01) VALUE ZERO.

               01 WS-HELD-COUNT PIC 9(05) VALUE ZERO.
               01 WS-HELD-TABLE.
                   05 WS-HELD-ENTRY OCCURS 25000 TIMES.
                       10 WS-HC-ID PIC 9(06).
                       10 WS-HC-COURSE PIC X(08).
                       10 WS-HC-ACTIVE PIC X(01).
               01 WS-HELD-SUB PIC 9(05) VALUE ZERO.
               01 WS-HELD-ID PIC 9(06) VALUE ZERO.
               01 WS-HELD-COURSE PIC X(08).
               01 WS-CONFLICT-FLAG PIC X(01) VALUE "N".
                   88 TIME-CONFLICT-FOUND VALUE "Y".
               01 WS-CONFLICT-COURSE PIC X(08).

               01 WS-ADD-COUNT PIC 9(06) VALUE ZERO.
               01 WS-DROP-COUNT PIC 9(06) VALUE ZERO.
               01 WS-REJECT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-WAITLISTED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-PROMOTED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-PROMOTE-REJECT-COUNT PIC 9(06) VALUE ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-WAITLIST
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-ACTIVE-HOLDS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-SECTION-SCHEDULE
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM CHECK-TRANS-FILE-PRESENT
               END-IF.
               IF RETURN-CODE = 0 THEN
                   OPEN OUTPUT REG-REJECT-FILE
                   OPEN OUTPUT WAITLIST-REPORT-FILE
                   PERFORM OPEN-DROP-LOG-FILE
                   PERFORM APPLY-SORTED-TRANSACTIONS
                   CLOSE REG-REJECT-FILE
                   CLOSE WAITLIST-REPORT-FILE
                   CLOSE DROP-LOG-FILE
                   CLOSE STUDENT-MASTER
               END-IF.
               IF RETURN-CODE = 0 THEN
                   DISPLAY "REGISTRATIONS REJECTED: " WS-REJECT-COUNT
                   DISPLAY "STUDENTS WAITLISTED: " WS-WAITLISTED-COUNT
                   DISPLAY "WAITLIST PROMOTIONS: " WS-PROMOTED-COUNT
                   DISPLAY "WAITLIST PROMOTIONS REJECTED: "
                       WS-PROMOTE-REJECT-COUNT
               END-IF.
               GOBACK.

                   PERFORM READ-WAITLIST
               END-IF.

           LOAD-ACTIVE-HOLDS.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               OPEN INPUT HOLD-FILE.
               IF WS-HOLD-STATUS = "00" THEN
                   PERFORM READ-HOLD
                   PERFORM STORE-ACTIVE-HOLD UNTIL END-OF-HOLDS
                   CLOSE HOLD-FILE
               ELSE
                   IF WS-HOLD-STATUS NOT = "35" THEN
                       DISPLAY "HOLD FILE OPEN FAILED - STATUS "
                           WS-HOLD-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-HOLD.
               READ HOLD-FILE
                   AT END SET END-OF-HOLDS TO TRUE
               END-READ.

           STORE-ACTIVE-HOLD.
               IF HD-BLOCKS-REGISTRATION
                       AND HD-START-DATE <= WS-TODAY
                       AND (HD-RELEASE-DATE = ZERO
                           OR HD-RELEASE-DATE > WS-TODAY) THEN
                   IF WS-BLOCK-COUNT = 5000 THEN
                       DISPLAY "HOLD FILE EXCEEDS TABLE LIMIT"
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-HOLDS TO TRUE
                   ELSE
                       ADD 1 TO WS-BLOCK-COUNT
                       MOVE HD-ID TO WS-BK-ID (WS-BLOCK-COUNT)
                       MOVE HD-TYPE TO WS-BK-TYPE (WS-BLOCK-COUNT)
                   END-IF
               END-IF.
               IF NOT END-OF-HOLDS THEN
                   PERFORM READ-HOLD
               END-IF.

           LOAD-SECTION-SCHEDULE.
               OPEN INPUT SCHEDULE-FILE.
               IF WS-SCHEDULE-STATUS = "00" THEN
                   PERFORM READ-SCHEDULE
                   PERFORM STORE-TERM-MEETING UNTIL END-OF-SCHEDULE
                   CLOSE SCHEDULE-FILE
               ELSE
                   IF WS-SCHEDULE-STATUS NOT = "35" THEN
                       DISPLAY "SCHEDULE FILE OPEN FAILED - STATUS "
                           WS-SCHEDULE-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-SCHEDULE.
               READ SCHEDULE-FILE
                   AT END SET END-OF-SCHEDULE TO TRUE
               END-READ.

           STORE-TERM-MEETING.
               IF SS-TERM = WS-CURRENT-TERM THEN
                   IF WS-MEET-COUNT = 2000 THEN
                       DISPLAY "SCHEDULE FILE EXCEEDS TABLE LIMIT"
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-SCHEDULE TO TRUE
                   ELSE
                       ADD 1 TO WS-MEET-COUNT
                       MOVE SS-COURSE TO WS-MS-COURSE (WS-MEET-COUNT)
                       MOVE SS-DAYS TO WS-MS-DAYS (WS-MEET-COUNT)
                       MOVE SS-START-TIME
                           TO WS-MS-START (WS-MEET-COUNT)
                       MOVE SS-END-TIME TO WS-MS-END (WS-MEET-COUNT)
                   END-IF
               END-IF.
               IF NOT END-OF-SCHEDULE THEN
                   PERFORM READ-SCHEDULE
               END-IF.

           CHECK-TRANS-FILE-PRESENT.
               OPEN INPUT REG-TRANS-FILE.
               IF WS-REG-TRANS-STATUS = "00" THEN
                   MOVE 8 TO RETURN-CODE
               END-IF.

           OPEN-DROP-LOG-FILE.
               OPEN EXTEND DROP-LOG-FILE.
               IF WS-DROP-LOG-STATUS = "35" THEN
                   OPEN OUTPUT DROP-LOG-FILE
               END-IF.

           OPEN-STUDENT-MASTER.
               OPEN INPUT STUDENT-MASTER.
               IF WS-STUDENT-STATUS NOT = "00" THEN
               MOVE EN-TERM TO SN-TERM.
               RELEASE ENR-SORT-RECORD.
               PERFORM TALLY-SECTION-COUNT.
               MOVE EN-ID TO WS-HELD-ID.
               MOVE EN-COURSE TO WS-HELD-COURSE.
               PERFORM NOTE-HELD-COURSE.
               PERFORM READ-ENROLLMENT.

           TALLY-SECTION-COUNT.
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REG-REJECT
               ELSE
                   IF SM-SUSPENDED OR SM-WITHDRAWN THEN
                       PERFORM WRITE-STATUS-REJECT
                   ELSE
                       PERFORM CHECK-ADD-COURSE
                   END-IF
               END-IF.

           WRITE-STATUS-REJECT.
               PERFORM SET-STATUS-REJECT-REASON.
               PERFORM WRITE-REG-REJECT.

           SET-STATUS-REJECT-REASON.
               IF SM-SUSPENDED THEN
                   MOVE "STUDENT SUSPENDED" TO WS-REJECT-REASON
               ELSE
                   MOVE "STUDENT WITHDRAWN" TO WS-REJECT-REASON
               END-IF.

           CHECK-ADD-COURSE.
               IF NOT COURSE-IN-CATALOG THEN
                   MOVE "COURSE NOT IN CATALOG"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REG-REJECT
               ELSE
                   IF WS-CT-STATUS (WS-CATALOG-SUB) = "R" THEN
                       MOVE "COURSE RETIRED"
                           TO WS-REJECT-REASON
                       PERFORM WRITE-REG-REJECT
                   ELSE
                       PERFORM FIND-BLOCKING-HOLD
                       IF REGISTRATION-BLOCKED THEN
                           PERFORM WRITE-HOLD-REJECT
                       ELSE
                           PERFORM CHECK-ADD-ELIGIBILITY
                       END-IF
                   END-IF
               END-IF.

           FIND-BLOCKING-HOLD.
               MOVE "N" TO WS-BLOCK-MATCH-FLAG.
               MOVE 1 TO WS-BLOCK-SUB.
               PERFORM SCAN-BLOCK-TABLE
                   UNTIL REGISTRATION-BLOCKED
                       OR WS-BLOCK-SUB > WS-BLOCK-COUNT.

           SCAN-BLOCK-TABLE.
               IF WS-BK-ID (WS-BLOCK-SUB) = RT-ID THEN
                   SET REGISTRATION-BLOCKED TO TRUE
               ELSE
                   ADD 1 TO WS-BLOCK-SUB
               END-IF.

           WRITE-HOLD-REJECT.
               PERFORM SET-HOLD-REJECT-REASON.
               PERFORM WRITE-REG-REJECT.

           SET-HOLD-REJECT-REASON.
               EVALUATE WS-BK-TYPE (WS-BLOCK-SUB)
                   WHEN "F"
                       MOVE "ACTIVE FINANCIAL HOLD"
                           TO WS-REJECT-REASON
                   WHEN "A"
                       MOVE "ACTIVE ACADEMIC HOLD"
                           TO WS-REJECT-REASON
                   WHEN "D"
                       MOVE "ACTIVE DISCIPLINARY HOLD"
                           TO WS-REJECT-REASON
                   WHEN "M"
                       MOVE "ACTIVE MISSING DOCUMENTS HOLD"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE "ACTIVE REGISTRATION HOLD"
                           TO WS-REJECT-REASON
               END-EVALUATE.

           CHECK-ADD-ELIGIBILITY.
               PERFORM FIND-PROMOTED-KEY.
               IF RECORD-EXISTS OR KEY-ALREADY-PROMOTED THEN
               ELSE
                   PERFORM CHECK-PREREQUISITES
                   IF PREREQS-SATISFIED THEN
                       PERFORM CHECK-TIME-CONFLICT
                       IF TIME-CONFLICT-FOUND THEN
                           MOVE SPACES TO WS-REJECT-REASON
                           STRING "TIME CONFLICT WITH "
                                   DELIMITED BY SIZE
                               WS-CONFLICT-COURSE DELIMITED BY SIZE
                               INTO WS-REJECT-REASON
                           END-STRING
                           PERFORM WRITE-REG-REJECT
                       ELSE
                           PERFORM CHECK-SECTION-CAPACITY
                       END-IF
                   ELSE
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "MISSING PREREQ " DELIMITED BY SIZE
               END-READ.

           SCAN-GRADE-HISTORY.
               IF GH-ID = RT-ID AND NOT GH-SUPERSEDED
                       AND (GH-GRADE = "A" OR GH-GRADE = "B"
                           OR GH-GRADE = "C" OR GH-GRADE = "D") THEN
                   MOVE 1 TO WS-NEED-SUB
               END-IF.
               ADD 1 TO WS-NEED-SUB.

           CHECK-TIME-CONFLICT.
               MOVE "N" TO WS-CONFLICT-FLAG.
               MOVE SPACES TO WS-CONFLICT-COURSE.
               MOVE 1 TO WS-HELD-SUB.
               PERFORM SCAN-HELD-COURSES
                   UNTIL TIME-CONFLICT-FOUND
                       OR WS-HELD-SUB > WS-HELD-COUNT.

           SCAN-HELD-COURSES.
               IF WS-HC-ID (WS-HELD-SUB) = RT-ID
                       AND WS-HC-ACTIVE (WS-HELD-SUB) = "Y"
                       AND WS-HC-COURSE (WS-HELD-SUB)
                           NOT = RT-COURSE THEN
                   MOVE 1 TO WS-MEET-SUB
                   PERFORM CHECK-ADDED-MEETING
                       UNTIL TIME-CONFLICT-FOUND
                           OR WS-MEET-SUB > WS-MEET-COUNT
               END-IF.
               IF TIME-CONFLICT-FOUND THEN
                   MOVE WS-HC-COURSE (WS-HELD-SUB)
                       TO WS-CONFLICT-COURSE
               ELSE
                   ADD 1 TO WS-HELD-SUB
               END-IF.

           CHECK-ADDED-MEETING.
               IF WS-MS-COURSE (WS-MEET-SUB) = RT-COURSE THEN
                   MOVE 1 TO WS-OTHER-MEET-SUB
                   PERFORM CHECK-HELD-MEETING
                       UNTIL TIME-CONFLICT-FOUND
                           OR WS-OTHER-MEET-SUB > WS-MEET-COUNT
               END-IF.
               ADD 1 TO WS-MEET-SUB.

           CHECK-HELD-MEETING.
               IF WS-MS-COURSE (WS-OTHER-MEET-SUB)
                       = WS-HC-COURSE (WS-HELD-SUB)
                       AND WS-MS-START (WS-MEET-SUB)
                           < WS-MS-END (WS-OTHER-MEET-SUB)
                       AND WS-MS-START (WS-OTHER-MEET-SUB)
                           < WS-MS-END (WS-MEET-SUB) THEN
                   MOVE 1 TO WS-DAY-SUB
                   PERFORM COMPARE-MEETING-DAY 7 TIMES
               END-IF.
               ADD 1 TO WS-OTHER-MEET-SUB.

           COMPARE-MEETING-DAY.
               IF WS-MS-DAY (WS-MEET-SUB, WS-DAY-SUB) NOT = SPACE
                       AND WS-MS-DAY (WS-OTHER-MEET-SUB, WS-DAY-SUB)
                           NOT = SPACE THEN
                   SET TIME-CONFLICT-FOUND TO TRUE
               END-IF.
               IF WS-DAY-SUB < 7 THEN
                   ADD 1 TO WS-DAY-SUB
               END-IF.

           NOTE-HELD-COURSE.
               IF WS-HELD-COUNT = 25000 THEN
                   DISPLAY "HELD COURSE TABLE FULL - TIME CONFLICTS "
                       "NOT CHECKED FOR ID " WS-HELD-ID
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-HELD-ID TO WS-HC-ID (WS-HELD-COUNT)
                   MOVE WS-HELD-COURSE TO WS-HC-COURSE (WS-HELD-COUNT)
                   MOVE "Y" TO WS-HC-ACTIVE (WS-HELD-COUNT)
               END-IF.

           RELEASE-HELD-COURSE.
               MOVE 1 TO WS-HELD-SUB.
               PERFORM DROP-HELD-ENTRY
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT.

           DROP-HELD-ENTRY.
               IF WS-HC-ID (WS-HELD-SUB) = RT-ID
                       AND WS-HC-COURSE (WS-HELD-SUB) = RT-COURSE THEN
                   MOVE "N" TO WS-HC-ACTIVE (WS-HELD-SUB)
               END-IF.
               ADD 1 TO WS-HELD-SUB.

           CHECK-SECTION-CAPACITY.
               IF WS-CT-ENROLLED (WS-CATALOG-SUB) >=
                       WS-CT-CAPACITY (WS-CATALOG-SUB) THEN
               MOVE WS-CURRENT-TERM TO WS-HOLD-TERM.
               ADD 1 TO WS-CT-ENROLLED (WS-CATALOG-SUB).
               ADD 1 TO WS-ADD-COUNT.
               MOVE RT-ID TO WS-HELD-ID.
               MOVE RT-COURSE TO WS-HELD-COURSE.
               PERFORM NOTE-HELD-COURSE.

           ADD-TO-WAITLIST.
               PERFORM FIND-WAITLIST-ENTRY.
               IF RECORD-EXISTS THEN
                   MOVE "N" TO WS-RECORD-EXISTS-FLAG
                   ADD 1 TO WS-DROP-COUNT
                   PERFORM WRITE-DROP-LOG
                   PERFORM RELEASE-HELD-COURSE
                   PERFORM FIND-CATALOG-COURSE
                   IF COURSE-IN-CATALOG THEN
                       IF WS-CT-ENROLLED (WS-CATALOG-SUB) > 0 THEN
                   PERFORM WRITE-REG-REJECT
               END-IF.

           WRITE-DROP-LOG.
               MOVE RT-ID TO DR-ID.
               MOVE RT-COURSE TO DR-COURSE.
               MOVE WS-CURRENT-TERM TO DR-TERM.
               MOVE WS-TODAY TO DR-DROP-DATE.
               WRITE DROP-RECORD.

           PROMOTE-FROM-WAITLIST.
               MOVE RT-ID TO WS-DROP-ID.
               MOVE "N" TO WS-WAIT-FOUND-FLAG.
               MOVE ZERO TO WS-WAIT-CAND-SUB.
               MOVE 1 TO WS-WAIT-SUB.
               PERFORM SCAN-WAIT-CANDIDATES
                   UNTIL WAIT-CANDIDATE-FOUND
                       OR WS-WAIT-SUB > WS-WAIT-COUNT.
               MOVE WS-DROP-ID TO RT-ID.
               IF WAIT-CANDIDATE-FOUND THEN
                   PERFORM REMOVE-WAITLIST-ENTRY
                   PERFORM ENROLL-WAIT-CANDIDATE
               END-IF.

           SCAN-WAIT-CANDIDATES.
               IF WS-WL-COURSE (WS-WAIT-SUB) = RT-COURSE THEN
                   MOVE WS-WL-ID (WS-WAIT-SUB) TO WS-PROMOTE-ID
                   MOVE WS-WL-COURSE (WS-WAIT-SUB)
                       TO WS-PROMOTE-COURSE
                   PERFORM CHECK-WAIT-CANDIDATE
                   IF WAIT-CANDIDATE-ELIGIBLE THEN
                       SET WAIT-CANDIDATE-FOUND TO TRUE
                       MOVE WS-WAIT-SUB TO WS-WAIT-CAND-SUB
                   ELSE
                       ADD 1 TO WS-WAIT-SUB
                   END-IF
               ELSE
                   ADD 1 TO WS-WAIT-SUB
               END-IF.

           CHECK-WAIT-CANDIDATE.
               MOVE "N" TO WS-WAIT-CHECK-FLAG.
               MOVE WS-PROMOTE-ID TO RT-ID.
               PERFORM FIND-STUDENT-ID.
               IF NOT STUDENT-ON-MASTER THEN
                   MOVE "ID NOT ON STUDENT MASTER"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-PROMOTE-REJECT
               ELSE
                   IF SM-SUSPENDED OR SM-WITHDRAWN THEN
                       PERFORM SET-STATUS-REJECT-REASON
                       PERFORM WRITE-PROMOTE-REJECT
                   ELSE
                       PERFORM CHECK-WAIT-CANDIDATE-HOLDS
                   END-IF
               END-IF.

           CHECK-WAIT-CANDIDATE-HOLDS.
               PERFORM FIND-BLOCKING-HOLD.
               IF REGISTRATION-BLOCKED THEN
                   PERFORM SET-HOLD-REJECT-REASON
                   PERFORM WRITE-PROMOTE-REJECT
               ELSE
                   PERFORM CHECK-TIME-CONFLICT
                   IF TIME-CONFLICT-FOUND THEN
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "TIME CONFLICT WITH "
                               DELIMITED BY SIZE
                           WS-CONFLICT-COURSE DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                       END-STRING
                       PERFORM WRITE-PROMOTE-REJECT
                   ELSE
                       SET WAIT-CANDIDATE-ELIGIBLE TO TRUE
                   END-IF
               END-IF.

           WRITE-PROMOTE-REJECT.
               ADD 1 TO WS-PROMOTE-REJECT-COUNT.
               MOVE SPACES TO REG-REJECT-LINE.
               STRING "PROMOTION ID " DELIMITED BY SIZE
                   WS-PROMOTE-ID DELIMITED BY SIZE
                   " COURSE " DELIMITED BY SIZE
                   WS-PROMOTE-COURSE DELIMITED BY SIZE
                   " REJECTED - " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO REG-REJECT-LINE
               END-STRING.
               WRITE REG-REJECT-LINE.

           REMOVE-WAITLIST-ENTRY.
               MOVE WS-WAIT-CAND-SUB TO WS-WAIT-SHIFT-SUB.
               PERFORM SHIFT-WAITLIST-ENTRY
                       ADD 1 TO WS-CT-ENROLLED (WS-CATALOG-SUB)
                   END-IF
                   ADD 1 TO WS-PROMOTED-COUNT
                   MOVE WS-PROMOTE-ID TO WS-HELD-ID
                   MOVE WS-PROMOTE-COURSE TO WS-HELD-COURSE
                   PERFORM NOTE-HELD-COURSE
                   MOVE SPACES TO WAITLIST-REPORT-LINE
                   STRING "PROMOTED FROM WAITLIST - ID "
                           DELIMITED BY SIZE
