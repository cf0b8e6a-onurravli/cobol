           IDENTIFICATION DIVISION.
           PROGRAM-ID. class-list.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENROLLMENT-STATUS.
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
               SELECT CLASS-LIST-FILE ASSIGN TO "CLASSLIST.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLASS-LIST-STATUS.
               SELECT GRADE-SHEET-FILE ASSIGN TO "GRADESHT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SHEET-STATUS.
               SELECT ROSTER-FILE ASSIGN TO "ROSTER.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ROSTER-STATUS.
               SELECT ENR-SORTED-FILE ASSIGN TO "CLSSORT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENR-SORTED-STATUS.
               SELECT ENR-SORT-FILE ASSIGN TO "SORTWK1".

           DATA DIVISION.
           FILE SECTION.
           FD  ENROLLMENT-FILE.
               COPY "enrollment-record.cpy".

           FD  COURSE-CATALOG-FILE.
               COPY "catalog-record.cpy".

           FD  STUDENT-MASTER.
               COPY "student-master.cpy".

           FD  TERM-CONTROL-FILE.
               COPY "term-control.cpy".

           FD  CLASS-LIST-FILE.
               01 CLASS-LIST-LINE PIC X(80).

           FD  GRADE-SHEET-FILE.
               COPY "grade-sheet.cpy".

           FD  ROSTER-FILE.
               01 ROSTER-RECORD PIC X(53).

           FD  ENR-SORTED-FILE.
               01 SORTED-ENROLLMENT-RECORD.
                   05 SEN-COURSE PIC X(08).
                   05 SEN-ID PIC 9(06).

           SD  ENR-SORT-FILE.
               01 ENR-SORT-RECORD.
                   05 SN-COURSE PIC X(08).
                   05 SN-ID PIC 9(06).

           WORKING-STORAGE SECTION.
               01 WS-ENROLLMENT-STATUS PIC X(02).
               01 WS-CATALOG-STATUS PIC X(02).
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-TERM-STATUS PIC X(02).
               01 WS-CLASS-LIST-STATUS PIC X(02).
               01 WS-SHEET-STATUS PIC X(02).
               01 WS-ROSTER-STATUS PIC X(02).
               01 WS-ENR-SORTED-STATUS PIC X(02).
               01 WS-CURRENT-TERM PIC X(06) VALUE SPACES.

               01 WS-ENROLLMENT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-ENROLLMENTS VALUE "Y".
               01 WS-CATALOG-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-CATALOG VALUE "Y".
               01 WS-ROSTER-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-ROSTER VALUE "Y".
               01 WS-SORTED-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SORTED VALUE "Y".

               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 500 TIMES.
                       10 WS-CT-COURSE PIC X(08).
                       10 WS-CT-TITLE PIC X(30).
                       10 WS-CT-CREDITS PIC 9(02).
               01 WS-CATALOG-SUB PIC 9(03) VALUE ZERO.
               01 WS-COURSE-MATCH-FLAG PIC X(01) VALUE "N".
                   88 COURSE-IN-CATALOG VALUE "Y".

               01 WS-LOADED-COUNT PIC 9(03) VALUE ZERO.
               01 WS-LOADED-TABLE.
                   05 WS-LOADED-ENTRY OCCURS 500 TIMES.
                       10 WS-LD-COURSE PIC X(08).
               01 WS-LOADED-SUB PIC 9(03) VALUE ZERO.
               01 WS-LOADED-MATCH-FLAG PIC X(01) VALUE "N".
                   88 COURSE-ALREADY-LOADED VALUE "Y".

               01 WS-WORK-REC.
                   05 WS-WK-TYPE PIC X(03).
                   05 WS-WK-TERM PIC X(06).
                   05 WS-WK-COURSE PIC X(08).
                   05 WS-WK-ID PIC 9(06).
                   05 WS-WK-NAME PIC X(25).
                   05 WS-WK-GRADE PIC X(01).
                   05 FILLER PIC X(04).
               01 WS-WORK-HEADER REDEFINES WS-WORK-REC.
                   05 FILLER PIC X(17).
                   05 WS-WH-TITLE PIC X(30).
                   05 WS-WH-CREDITS PIC 9(02).
                   05 WS-WH-LOAD-STATUS PIC X(01).
                   05 FILLER PIC X(03).

               01 WS-CURRENT-COURSE PIC X(08) VALUE SPACES.
               01 WS-TITLE PIC X(30).
               01 WS-CREDITS PIC 9(02) VALUE ZERO.
               01 WS-CREDITS-DISPLAY PIC Z9.
               01 WS-COURSE-STUDENTS PIC 9(04) VALUE ZERO.
               01 WS-COURSE-ID-SUM PIC 9(10) VALUE ZERO.
               01 WS-COUNT-DISPLAY PIC ZZZZZ9.

               01 WS-COURSE-COUNT PIC 9(06) VALUE ZERO.
               01 WS-STUDENT-LINE-COUNT PIC 9(06) VALUE ZERO.
               01 WS-UNKNOWN-COURSE-COUNT PIC 9(06) VALUE ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               PERFORM LOAD-TERM-CONTROL.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-COURSE-CATALOG
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-LOADED-COURSES
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
                   IF WS-ENROLLMENT-STATUS NOT = "00" THEN
                       MOVE 8 TO RETURN-CODE
                       CLOSE STUDENT-MASTER
                   END-IF
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM ISSUE-CLASS-LISTS
                   CLOSE STUDENT-MASTER
                   DISPLAY "CLASS LISTS ISSUED: " WS-COURSE-COUNT
                   DISPLAY "STUDENTS LISTED: " WS-STUDENT-LINE-COUNT
                   DISPLAY "COURSES NOT ON CATALOG: "
                       WS-UNKNOWN-COURSE-COUNT
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
                       "CLASS LISTS NOT ISSUED"
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
                   MOVE CAT-CREDITS
                       TO WS-CT-CREDITS (WS-CATALOG-COUNT)
                   PERFORM READ-CATALOG
               END-IF.

           LOAD-LOADED-COURSES.
               OPEN INPUT ROSTER-FILE.
               IF WS-ROSTER-STATUS = "00" THEN
                   PERFORM READ-ROSTER
                   PERFORM NOTE-LOADED-COURSE UNTIL END-OF-ROSTER
                   CLOSE ROSTER-FILE
               ELSE
                   IF WS-ROSTER-STATUS NOT = "35" THEN
                       DISPLAY "ROSTER FILE OPEN FAILED - STATUS "
                           WS-ROSTER-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-ROSTER.
               READ ROSTER-FILE
                   AT END SET END-OF-ROSTER TO TRUE
               END-READ.

           NOTE-LOADED-COURSE.
               MOVE ROSTER-RECORD TO WS-WORK-REC.
               IF WS-WK-TYPE = "HDR" AND WS-WH-LOAD-STATUS = "L"
                       AND WS-WK-TERM = WS-CURRENT-TERM THEN
                   IF WS-LOADED-COUNT = 500 THEN
                       DISPLAY "ROSTER FILE EXCEEDS TABLE LIMIT"
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-ROSTER TO TRUE
                   ELSE
                       ADD 1 TO WS-LOADED-COUNT
                       MOVE WS-WK-COURSE
                           TO WS-LD-COURSE (WS-LOADED-COUNT)
                   END-IF
               END-IF.
               IF NOT END-OF-ROSTER THEN
                   PERFORM READ-ROSTER
               END-IF.

           SORT-ENROLLMENTS.
               SORT ENR-SORT-FILE
                   ON ASCENDING KEY SN-COURSE SN-ID
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
                   DISPLAY "ENROLLMENT FILE OPEN FAILED - STATUS "
                       WS-ENROLLMENT-STATUS " - CLASS LISTS NOT ISSUED"
               END-IF.

           READ-ENROLLMENT.
               READ ENROLLMENT-FILE
                   AT END SET END-OF-ENROLLMENTS TO TRUE
               END-READ.

           RELEASE-ONE-ENROLLMENT.
               IF EN-TERM = WS-CURRENT-TERM OR EN-TERM = SPACES THEN
                   MOVE EN-COURSE TO SN-COURSE
                   MOVE EN-ID TO SN-ID
                   RELEASE ENR-SORT-RECORD
               END-IF.
               PERFORM READ-ENROLLMENT.

           ISSUE-CLASS-LISTS.
               OPEN INPUT ENR-SORTED-FILE.
               OPEN OUTPUT CLASS-LIST-FILE.
               OPEN OUTPUT GRADE-SHEET-FILE.
               OPEN OUTPUT ROSTER-FILE.
               PERFORM READ-SORTED-ENROLLMENT.
               PERFORM ISSUE-ONE-COURSE UNTIL END-OF-SORTED.
               CLOSE ENR-SORTED-FILE.
               CLOSE CLASS-LIST-FILE.
               CLOSE GRADE-SHEET-FILE.
               CLOSE ROSTER-FILE.

           READ-SORTED-ENROLLMENT.
               READ ENR-SORTED-FILE
                   AT END SET END-OF-SORTED TO TRUE
               END-READ.

           ISSUE-ONE-COURSE.
               MOVE SEN-COURSE TO WS-CURRENT-COURSE.
               MOVE ZERO TO WS-COURSE-STUDENTS.
               MOVE ZERO TO WS-COURSE-ID-SUM.
               PERFORM FIND-COURSE.
               PERFORM FIND-LOADED-COURSE.
               PERFORM WRITE-COURSE-HEADING.
               PERFORM WRITE-SHEET-HEADER.
               PERFORM ISSUE-ONE-STUDENT
                   UNTIL END-OF-SORTED
                       OR SEN-COURSE NOT = WS-CURRENT-COURSE.
               PERFORM WRITE-SHEET-TRAILER.
               PERFORM WRITE-COURSE-FOOTING.
               ADD 1 TO WS-COURSE-COUNT.

           FIND-COURSE.
               MOVE SPACES TO WS-TITLE.
               MOVE ZERO TO WS-CREDITS.
               MOVE "N" TO WS-COURSE-MATCH-FLAG.
               MOVE 1 TO WS-CATALOG-SUB.
               PERFORM SCAN-CATALOG-TABLE
                   UNTIL COURSE-IN-CATALOG
                       OR WS-CATALOG-SUB > WS-CATALOG-COUNT.
               IF COURSE-IN-CATALOG THEN
                   MOVE WS-CT-TITLE (WS-CATALOG-SUB) TO WS-TITLE
                   MOVE WS-CT-CREDITS (WS-CATALOG-SUB) TO WS-CREDITS
               ELSE
                   MOVE "*** NOT ON COURSE CATALOG ***" TO WS-TITLE
                   ADD 1 TO WS-UNKNOWN-COURSE-COUNT
               END-IF.

           SCAN-CATALOG-TABLE.
               IF WS-CT-COURSE (WS-CATALOG-SUB) = WS-CURRENT-COURSE
                       THEN
                   SET COURSE-IN-CATALOG TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOG-SUB
               END-IF.

           FIND-LOADED-COURSE.
               MOVE "N" TO WS-LOADED-MATCH-FLAG.
               MOVE 1 TO WS-LOADED-SUB.
               PERFORM SCAN-LOADED-TABLE
                   UNTIL COURSE-ALREADY-LOADED
                       OR WS-LOADED-SUB > WS-LOADED-COUNT.

           SCAN-LOADED-TABLE.
               IF WS-LD-COURSE (WS-LOADED-SUB) = WS-CURRENT-COURSE
                       THEN
                   SET COURSE-ALREADY-LOADED TO TRUE
               ELSE
                   ADD 1 TO WS-LOADED-SUB
               END-IF.

           WRITE-COURSE-HEADING.
               MOVE ALL "=" TO CLASS-LIST-LINE.
               WRITE CLASS-LIST-LINE.
               MOVE WS-CREDITS TO WS-CREDITS-DISPLAY.
               MOVE SPACES TO CLASS-LIST-LINE.
               STRING "CLASS LIST - TERM " DELIMITED BY SIZE
                   WS-CURRENT-TERM DELIMITED BY SIZE
                   "  COURSE " DELIMITED BY SIZE
                   WS-CURRENT-COURSE DELIMITED BY SIZE
                   "  CREDITS " DELIMITED BY SIZE
                   WS-CREDITS-DISPLAY DELIMITED BY SIZE
                   INTO CLASS-LIST-LINE
               END-STRING.
               WRITE CLASS-LIST-LINE.
               MOVE SPACES TO CLASS-LIST-LINE.
               STRING "TITLE: " DELIMITED BY SIZE
                   WS-TITLE DELIMITED BY SIZE
                   INTO CLASS-LIST-LINE
               END-STRING.
               WRITE CLASS-LIST-LINE.
               IF COURSE-ALREADY-LOADED THEN
                   MOVE "*** GRADES FOR THIS COURSE ALREADY LOADED ***"
                       TO CLASS-LIST-LINE
                   WRITE CLASS-LIST-LINE
               END-IF.
               MOVE SPACES TO CLASS-LIST-LINE.
               WRITE CLASS-LIST-LINE.
               MOVE "ID      NAME                       GRADE"
                   TO CLASS-LIST-LINE.
               WRITE CLASS-LIST-LINE.

           WRITE-SHEET-HEADER.
               MOVE SPACES TO GRADE-SHEET-RECORD.
               MOVE "HDR" TO GS-TYPE.
               MOVE WS-CURRENT-TERM TO GS-TERM.
               MOVE WS-CURRENT-COURSE TO GS-COURSE.
               MOVE WS-TITLE TO GS-TITLE.
               MOVE WS-CREDITS TO GS-CREDITS.
               IF COURSE-ALREADY-LOADED THEN
                   SET GS-SHEET-LOADED TO TRUE
               END-IF.
               WRITE ROSTER-RECORD FROM GRADE-SHEET-RECORD.
               MOVE SPACE TO GS-LOAD-STATUS.
               WRITE GRADE-SHEET-RECORD.

           ISSUE-ONE-STUDENT.
               MOVE SEN-ID TO SM-ID.
               READ STUDENT-MASTER
                   INVALID KEY MOVE SPACES TO SM-NAME
               END-READ.
               MOVE SPACES TO CLASS-LIST-LINE.
               STRING SEN-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SM-NAME DELIMITED BY SIZE
                   "  _____" DELIMITED BY SIZE
                   INTO CLASS-LIST-LINE
               END-STRING.
               WRITE CLASS-LIST-LINE.
               MOVE SPACES TO GRADE-SHEET-RECORD.
               MOVE "DTL" TO GS-TYPE.
               MOVE WS-CURRENT-TERM TO GS-TERM.
               MOVE WS-CURRENT-COURSE TO GS-COURSE.
               MOVE SEN-ID TO GS-ID.
               MOVE SM-NAME TO GS-NAME.
               WRITE GRADE-SHEET-RECORD.
               WRITE ROSTER-RECORD FROM GRADE-SHEET-RECORD.
               ADD 1 TO WS-COURSE-STUDENTS.
               ADD SEN-ID TO WS-COURSE-ID-SUM.
               ADD 1 TO WS-STUDENT-LINE-COUNT.
               PERFORM READ-SORTED-ENROLLMENT.

           WRITE-SHEET-TRAILER.
               MOVE SPACES TO GRADE-SHEET-RECORD.
               MOVE "TRL" TO GS-TYPE.
               MOVE WS-CURRENT-TERM TO GS-TERM.
               MOVE WS-CURRENT-COURSE TO GS-COURSE.
               MOVE WS-COURSE-STUDENTS TO GS-STUDENT-COUNT.
               MOVE WS-COURSE-ID-SUM TO GS-ID-SUM.
               WRITE GRADE-SHEET-RECORD.
               WRITE ROSTER-RECORD FROM GRADE-SHEET-RECORD.

           WRITE-COURSE-FOOTING.
               MOVE WS-COURSE-STUDENTS TO WS-COUNT-DISPLAY.
               MOVE SPACES TO CLASS-LIST-LINE.
               WRITE CLASS-LIST-LINE.
               MOVE SPACES TO CLASS-LIST-LINE.
               STRING "STUDENTS ENROLLED: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO CLASS-LIST-LINE
               END-STRING.
               WRITE CLASS-LIST-LINE.
               MOVE "INSTRUCTOR SIGNATURE: ____________________"
                   TO CLASS-LIST-LINE.
               WRITE CLASS-LIST-LINE.

           END PROGRAM class-list.
