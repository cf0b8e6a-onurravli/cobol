           IDENTIFICATION DIVISION.
           PROGRAM-ID. stu-timetable.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENROLLMENT-STATUS.
               SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCHEDULE-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CATALOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.
               SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SM-ID
                   ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-STATUS.
               SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-STATUS.
               SELECT TIMETABLE-FILE ASSIGN TO "TIMETABLE.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIMETABLE-STATUS.
               SELECT ENR-SORTED-FILE ASSIGN TO "TTSORT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENR-SORTED-STATUS.
               SELECT ENR-SORT-FILE ASSIGN TO "SORTWK1".

           DATA DIVISION.
           FILE SECTION.
           FD  ENROLLMENT-FILE.
               COPY "enrollment-record.cpy".

           FD  SCHEDULE-FILE.
               COPY "schedule-record.cpy".

           FD  COURSE-CATALOG-FILE.
               COPY "catalog-record.cpy".

           FD  STUDENT-MASTER.
               COPY "student-master.cpy".

           FD  TERM-CONTROL-FILE.
               COPY "term-control.cpy".

           FD  TIMETABLE-FILE.
               01 TIMETABLE-LINE PIC X(80).

           FD  ENR-SORTED-FILE.
               01 SORTED-ENROLLMENT-RECORD.
                   05 SEN-ID PIC 9(06).
                   05 SEN-COURSE PIC X(08).

           SD  ENR-SORT-FILE.
               01 ENR-SORT-RECORD.
                   05 SN-ID PIC 9(06).
                   05 SN-COURSE PIC X(08).

           WORKING-STORAGE SECTION.
               01 WS-ENROLLMENT-STATUS PIC X(02).
               01 WS-SCHEDULE-STATUS PIC X(02).
               01 WS-CATALOG-STATUS PIC X(02).
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-TERM-STATUS PIC X(02).
               01 WS-TIMETABLE-STATUS PIC X(02).
               01 WS-ENR-SORTED-STATUS PIC X(02).
               01 WS-CURRENT-TERM PIC X(06) VALUE SPACES.

               01 WS-ENROLLMENT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-ENROLLMENTS VALUE "Y".
               01 WS-SCHEDULE-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SCHEDULE VALUE "Y".
               01 WS-CATALOG-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-CATALOG VALUE "Y".
               01 WS-SORTED-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SORTED VALUE "Y".

               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 500 TIMES.
                       10 WS-CT-COURSE PIC X(08).
                       10 WS-CT-TITLE PIC X(30).
               01 WS-CATALOG-SUB PIC 9(03) VALUE ZERO.
               01 WS-COURSE-MATCH-FLAG PIC X(01) VALUE "N".
                   88 COURSE-IN-CATALOG VALUE "Y".

               01 WS-MEET-COUNT PIC 9(04) VALUE ZERO.
               01 WS-MEET-TABLE.
                   05 WS-MEET-ENTRY OCCURS 2000 TIMES.
                       10 WS-MS-COURSE PIC X(08).
                       10 WS-MS-DAYS.
                           15 WS-MS-DAY PIC X(01) OCCURS 7 TIMES.
                       10 WS-MS-START PIC 9(04).
                       10 WS-MS-END PIC 9(04).
                       10 WS-MS-ROOM PIC X(08).
                       10 WS-MS-INSTRUCTOR PIC X(20).
               01 WS-MEET-SUB PIC 9(04) VALUE ZERO.
               01 WS-COURSE-MEETINGS PIC 9(02) VALUE ZERO.

               01 WS-DAY-NAMES PIC X(21)
                   VALUE "MONTUEWEDTHUFRISATSUN".
               01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
                   05 WS-DAY-NAME PIC X(03) OCCURS 7 TIMES.
               01 WS-DAY-SUB PIC 9(01) VALUE ZERO.

               01 WS-SLOT-COUNT PIC 9(02) VALUE ZERO.
               01 WS-SLOT-TABLE.
                   05 WS-SLOT-ENTRY OCCURS 60 TIMES.
                       10 WS-SL-KEY.
                           15 WS-SL-DAY PIC 9(01).
                           15 WS-SL-START PIC 9(04).
                       10 WS-SL-END PIC 9(04).
                       10 WS-SL-COURSE PIC X(08).
                       10 WS-SL-ROOM PIC X(08).
                       10 WS-SL-INSTRUCTOR PIC X(20).
               01 WS-SLOT-SUB PIC 9(02) VALUE ZERO.
               01 WS-SLOT-HOLD PIC X(45).
               01 WS-SWAP-FLAG PIC X(01) VALUE "N".
                   88 SLOTS-SWAPPED VALUE "Y".

               01 WS-UNSCHEDULED-COUNT PIC 9(02) VALUE ZERO.
               01 WS-UNSCHEDULED-TABLE.
                   05 WS-UNSCHEDULED-ENTRY OCCURS 20 TIMES.
                       10 WS-US-COURSE PIC X(08).
               01 WS-UNSCHEDULED-SUB PIC 9(02) VALUE ZERO.

               01 WS-CURRENT-ID PIC 9(06) VALUE ZERO.
               01 WS-TITLE PIC X(30).
               01 WS-STUDENT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-SLOT-LIMIT-COUNT PIC 9(06) VALUE ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               PERFORM LOAD-TERM-CONTROL.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-COURSE-CATALOG
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-SECTION-SCHEDULE
               END-IF.
               IF RETURN-CODE = 0 THEN
                   OPEN INPUT STUDENT-MASTER
                   IF WS-STUDENT-STATUS NOT = "00" THEN
                       DISPLAY "STUDENT-MASTER FILE NOT FOUND - "
                           "STATUS " WS-STUDENT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM SORT-ENROLLMENTS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM PRINT-TIMETABLES
                   CLOSE STUDENT-MASTER
                   DISPLAY "TIMETABLES PRINTED: " WS-STUDENT-COUNT
                   IF WS-SLOT-LIMIT-COUNT > 0 THEN
                       DISPLAY "TIMETABLES TRUNCATED AT SLOT LIMIT: "
                           WS-SLOT-LIMIT-COUNT
                   END-IF
               END-IF.
               GOBACK.

           LOAD-TERM-CONTROL.
               OPEN INPUT TERM-CONTROL-FILE.
               IF WS-TERM-STATUS = "00" THEN
                   READ TERM-CONTROL-FILE
                       AT END CONTINUE
                       NOT AT END MOVE TC-TERM TO WS-CURRENT-TERM
                   END-READ
                   CLOSE TERM-CONTROL-FILE
               END-IF.
               IF WS-CURRENT-TERM = SPACES THEN
                   DISPLAY "TERM CONTROL FILE MISSING OR EMPTY - "
                       "TIMETABLES NOT PRINTED"
                   MOVE 8 TO RETURN-CODE
               END-IF.

           LOAD-COURSE-CATALOG.
               OPEN INPUT COURSE-CATALOG-FILE.
               IF WS-CATALOG-STATUS = "00" THEN
                   PERFORM READ-CATALOG
                   PERFORM STORE-CATALOG UNTIL END-OF-CATALOG
                   CLOSE COURSE-CATALOG-FILE
               ELSE
                   DISPLAY "COURSE CATALOG FILE NOT FOUND - STATUS "
                       WS-CATALOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           READ-CATALOG.
               READ COURSE-CATALOG-FILE
                   AT END SET END-OF-CATALOG TO TRUE
               END-READ.

           STORE-CATALOG.
               IF WS-CATALOG-COUNT = 500 THEN
                   DISPLAY "COURSE CATALOG EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-CATALOG TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOG-COUNT
                   MOVE CAT-COURSE
                       TO WS-CT-COURSE (WS-CATALOG-COUNT)
                   MOVE CAT-TITLE
                       TO WS-CT-TITLE (WS-CATALOG-COUNT)
                   PERFORM READ-CATALOG
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
                       MOVE SS-ROOM TO WS-MS-ROOM (WS-MEET-COUNT)
                       MOVE SS-INSTRUCTOR
                           TO WS-MS-INSTRUCTOR (WS-MEET-COUNT)
                   END-IF
               END-IF.
               IF NOT END-OF-SCHEDULE THEN
                   PERFORM READ-SCHEDULE
               END-IF.

           SORT-ENROLLMENTS.
               SORT ENR-SORT-FILE
                   ON ASCENDING KEY SN-ID SN-COURSE
                   INPUT PROCEDURE IS RELEASE-TERM-ENROLLMENTS
                   GIVING ENR-SORTED-FILE.

           RELEASE-TERM-ENROLLMENTS.
               OPEN INPUT ENROLLMENT-FILE.
               IF WS-ENROLLMENT-STATUS = "00" THEN
                   PERFORM READ-ENROLLMENT
                   PERFORM RELEASE-ONE-ENROLLMENT
                       UNTIL END-OF-ENROLLMENTS
                   CLOSE ENROLLMENT-FILE
               ELSE
                   IF WS-ENROLLMENT-STATUS NOT = "35" THEN
                       DISPLAY "ENROLLMENT FILE OPEN FAILED - "
                           "STATUS " WS-ENROLLMENT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-ENROLLMENT.
               READ ENROLLMENT-FILE
                   AT END SET END-OF-ENROLLMENTS TO TRUE
               END-READ.

           RELEASE-ONE-ENROLLMENT.
               IF EN-TERM = WS-CURRENT-TERM OR EN-TERM = SPACES THEN
                   MOVE EN-ID TO SN-ID
                   MOVE EN-COURSE TO SN-COURSE
                   RELEASE ENR-SORT-RECORD
               END-IF.
               PERFORM READ-ENROLLMENT.

           PRINT-TIMETABLES.
               OPEN INPUT ENR-SORTED-FILE.
               OPEN OUTPUT TIMETABLE-FILE.
               MOVE SPACES TO TIMETABLE-LINE.
               STRING "WEEKLY TIMETABLES - TERM " DELIMITED BY SIZE
                   WS-CURRENT-TERM DELIMITED BY SIZE
                   INTO TIMETABLE-LINE
               END-STRING.
               WRITE TIMETABLE-LINE.
               PERFORM READ-SORTED-ENROLLMENT.
               PERFORM PRINT-ONE-STUDENT UNTIL END-OF-SORTED.
               CLOSE ENR-SORTED-FILE.
               CLOSE TIMETABLE-FILE.

           READ-SORTED-ENROLLMENT.
               READ ENR-SORTED-FILE
                   AT END SET END-OF-SORTED TO TRUE
               END-READ.

           PRINT-ONE-STUDENT.
               MOVE SEN-ID TO WS-CURRENT-ID.
               MOVE ZERO TO WS-SLOT-COUNT.
               MOVE ZERO TO WS-UNSCHEDULED-COUNT.
               PERFORM COLLECT-COURSE-SLOTS
                   UNTIL END-OF-SORTED OR SEN-ID NOT = WS-CURRENT-ID.
               PERFORM SORT-SLOTS.
               PERFORM WRITE-STUDENT-HEADING.
               MOVE ZERO TO WS-SLOT-SUB.
               PERFORM WRITE-SLOT-LINE WS-SLOT-COUNT TIMES.
               MOVE ZERO TO WS-UNSCHEDULED-SUB.
               PERFORM WRITE-UNSCHEDULED-LINE
                   WS-UNSCHEDULED-COUNT TIMES.
               ADD 1 TO WS-STUDENT-COUNT.

           COLLECT-COURSE-SLOTS.
               MOVE ZERO TO WS-COURSE-MEETINGS.
               MOVE 1 TO WS-MEET-SUB.
               PERFORM COLLECT-MEETING-DAYS
                   UNTIL WS-MEET-SUB > WS-MEET-COUNT.
               IF WS-COURSE-MEETINGS = 0
                       AND WS-UNSCHEDULED-COUNT < 20 THEN
                   ADD 1 TO WS-UNSCHEDULED-COUNT
                   MOVE SEN-COURSE
                       TO WS-US-COURSE (WS-UNSCHEDULED-COUNT)
               END-IF.
               PERFORM READ-SORTED-ENROLLMENT.

           COLLECT-MEETING-DAYS.
               IF WS-MS-COURSE (WS-MEET-SUB) = SEN-COURSE THEN
                   ADD 1 TO WS-COURSE-MEETINGS
                   MOVE 1 TO WS-DAY-SUB
                   PERFORM ADD-DAY-SLOT 7 TIMES
               END-IF.
               ADD 1 TO WS-MEET-SUB.

           ADD-DAY-SLOT.
               IF WS-MS-DAY (WS-MEET-SUB, WS-DAY-SUB) NOT = SPACE THEN
                   IF WS-SLOT-COUNT = 60 THEN
                       ADD 1 TO WS-SLOT-LIMIT-COUNT
                   ELSE
                       ADD 1 TO WS-SLOT-COUNT
                       MOVE WS-DAY-SUB TO WS-SL-DAY (WS-SLOT-COUNT)
                       MOVE WS-MS-START (WS-MEET-SUB)
                           TO WS-SL-START (WS-SLOT-COUNT)
                       MOVE WS-MS-END (WS-MEET-SUB)
                           TO WS-SL-END (WS-SLOT-COUNT)
                       MOVE SEN-COURSE TO WS-SL-COURSE (WS-SLOT-COUNT)
                       MOVE WS-MS-ROOM (WS-MEET-SUB)
                           TO WS-SL-ROOM (WS-SLOT-COUNT)
                       MOVE WS-MS-INSTRUCTOR (WS-MEET-SUB)
                           TO WS-SL-INSTRUCTOR (WS-SLOT-COUNT)
                   END-IF
               END-IF.
               IF WS-DAY-SUB < 7 THEN
                   ADD 1 TO WS-DAY-SUB
               END-IF.

           SORT-SLOTS.
               MOVE "Y" TO WS-SWAP-FLAG.
               PERFORM SORT-SLOT-PASS UNTIL NOT SLOTS-SWAPPED.

           SORT-SLOT-PASS.
               MOVE "N" TO WS-SWAP-FLAG.
               MOVE 1 TO WS-SLOT-SUB.
               PERFORM COMPARE-ADJACENT-SLOTS
                   UNTIL WS-SLOT-SUB >= WS-SLOT-COUNT.

           COMPARE-ADJACENT-SLOTS.
               IF WS-SL-KEY (WS-SLOT-SUB) > WS-SL-KEY (WS-SLOT-SUB + 1)
                       THEN
                   MOVE WS-SLOT-ENTRY (WS-SLOT-SUB) TO WS-SLOT-HOLD
                   MOVE WS-SLOT-ENTRY (WS-SLOT-SUB + 1)
                       TO WS-SLOT-ENTRY (WS-SLOT-SUB)
                   MOVE WS-SLOT-HOLD TO WS-SLOT-ENTRY (WS-SLOT-SUB + 1)
                   SET SLOTS-SWAPPED TO TRUE
               END-IF.
               ADD 1 TO WS-SLOT-SUB.

           WRITE-STUDENT-HEADING.
               MOVE ALL "-" TO TIMETABLE-LINE.
               WRITE TIMETABLE-LINE.
               MOVE WS-CURRENT-ID TO SM-ID.
               READ STUDENT-MASTER
                   INVALID KEY MOVE SPACES TO SM-NAME
               END-READ.
               MOVE SPACES TO TIMETABLE-LINE.
               STRING "ID " DELIMITED BY SIZE
                   WS-CURRENT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SM-NAME DELIMITED BY SIZE
                   INTO TIMETABLE-LINE
               END-STRING.
               WRITE TIMETABLE-LINE.

           WRITE-SLOT-LINE.
               ADD 1 TO WS-SLOT-SUB.
               MOVE WS-SL-DAY (WS-SLOT-SUB) TO WS-DAY-SUB.
               MOVE SPACES TO TIMETABLE-LINE.
               STRING WS-DAY-NAME (WS-DAY-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SL-START (WS-SLOT-SUB) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-SL-END (WS-SLOT-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SL-COURSE (WS-SLOT-SUB) DELIMITED BY SIZE
                   " ROOM " DELIMITED BY SIZE
                   WS-SL-ROOM (WS-SLOT-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SL-INSTRUCTOR (WS-SLOT-SUB) DELIMITED BY SIZE
                   INTO TIMETABLE-LINE
               END-STRING.
               WRITE TIMETABLE-LINE.

           WRITE-UNSCHEDULED-LINE.
               ADD 1 TO WS-UNSCHEDULED-SUB.
               PERFORM FIND-COURSE-TITLE.
               MOVE SPACES TO TIMETABLE-LINE.
               STRING "    NOT SCHEDULED " DELIMITED BY SIZE
                   WS-US-COURSE (WS-UNSCHEDULED-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TITLE DELIMITED BY SIZE
                   INTO TIMETABLE-LINE
               END-STRING.
               WRITE TIMETABLE-LINE.

           FIND-COURSE-TITLE.
               MOVE SPACES TO WS-TITLE.
               MOVE "N" TO WS-COURSE-MATCH-FLAG.
               MOVE 1 TO WS-CATALOG-SUB.
               PERFORM SCAN-CATALOG-TABLE
                   UNTIL COURSE-IN-CATALOG
                       OR WS-CATALOG-SUB > WS-CATALOG-COUNT.
               IF COURSE-IN-CATALOG THEN
                   MOVE WS-CT-TITLE (WS-CATALOG-SUB) TO WS-TITLE
               END-IF.

           SCAN-CATALOG-TABLE.
               IF WS-CT-COURSE (WS-CATALOG-SUB)
                       = WS-US-COURSE (WS-UNSCHEDULED-SUB) THEN
                   SET COURSE-IN-CATALOG TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOG-SUB
               END-IF.

           END PROGRAM stu-timetable.
